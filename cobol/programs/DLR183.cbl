000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR183.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR183 - COALITION PARTNER POINTS EARN - INBOUND             *
001000*                                                                *
001100*   CREDITS THE POINTS A PARTNER HAS AWARDED OUR MEMBERS, FROM   *
001200*   THE PARTNER'S DLPTXERN EARN FILE, TO THE MEMBER'S CURRENT    *
001300*   DLPTSBAL BUCKET. THE BUCKETS ARE FIRST ROLLED FORWARD TO     *
001400*   THE RUN MONTH BY THE DLR112 RULE SO THE NEW POINTS CARRY     *
001500*   THE FULL TWELVE MONTH LIFE. A CARD WITH NO BALANCE ROW IS    *
001600*   OPENED, AS DLR112 DOES ON A FIRST EARN. EVERY EARN RECORD    *
001700*   IS ANSWERED ON THE DLPTXACK ACKNOWLEDGEMENT FILE, ACCEPTED   *
001800*   OR REJECTED WITH A REASON, AND EACH CREDIT IS LOGGED ON      *
001900*   DLPTXLOG. THE REPORT RECONCILES EACH PARTNER'S FILE - READ   *
002000*   EQUALS ACCEPTED PLUS REJECTED - AND ANY REJECT ENDS THE      *
002100*   RUN WITH RETURN CODE 4.                                      *
002110*   AN EARN FOR A CARD DLR178 HAS REPLACED IS CREDITED TO THE    *
002120*   CARD THAT REPLACED IT, FOLLOWING THE DLCRDBLK REGISTER, SO   *
002130*   NO BALANCE ROW IS EVER REOPENED ON A BLOCKED CARD. THE LOG   *
002140*   CARRIES THE CARD CREDITED AND THE REPORT COUNTS THE MOVES.   *
002200*                                                                *
002300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002400*  ---|----------|------------------------------|------------    *
002500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002530*  02 | 15/10/26 | CREDIT A REPLACED CARD'S     | R. GEALL       *
002560*     |          | EARN TO ITS SUCCESSOR        |                *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PARTNER-FILE      ASSIGN TO DLPARTMF
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT EARN-FILE         ASSIGN TO PTXERNIN
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT BALANCE-MASTER    ASSIGN TO DLPTSBAL
003900                              ORGANIZATION IS INDEXED
004000                              ACCESS MODE IS DYNAMIC
004100                              RECORD KEY IS DLPTSBAL-CUST-NO.
004110     SELECT BLOCK-REGISTER    ASSIGN TO DLCRDBLK
004120                              ORGANIZATION IS INDEXED
004130                              ACCESS MODE IS RANDOM
004140                              RECORD KEY IS DLCRDBLK-CARD-NO.
004200     SELECT EXCHANGE-LOG      ASSIGN TO DLPTXLOG
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS DYNAMIC
004500                              RECORD KEY IS DLPTXLOG-KEY.
004600     SELECT ACK-FILE          ASSIGN TO PTXACKO
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT EARN-REPORT       ASSIGN TO PTXERNRP
004900                              ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PARTNER-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  DLPARTMF-RECORD.
005600     COPY DLPARTMF.
005700 FD  EARN-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  DLPTXERN-RECORD.
006100     COPY DLPTXERN.
006200 FD  BALANCE-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400 01  DLPTSBAL-RECORD.
006500     COPY DLPTSBAL.
006510 FD  BLOCK-REGISTER
006520     LABEL RECORDS ARE STANDARD.
006530 01  DLCRDBLK-RECORD.
006540     COPY DLCRDBLK.
006600 FD  EXCHANGE-LOG
006700     LABEL RECORDS ARE STANDARD.
006800 01  DLPTXLOG-RECORD.
006900     COPY DLPTXLOG.
007000 FD  ACK-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  DLPTXACK-RECORD.
007400     COPY DLPTXACK.
007500 FD  EARN-REPORT
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  EARN-LINE                   PIC X(132).
007900 WORKING-STORAGE SECTION.
008000 01  DLR183-SWITCHES.
008100     05  DLR183-EOF-SW            PIC X(01)  VALUE 'N'.
008200         88  DLR183-EOF                      VALUE 'Y'.
008300     05  DLR183-PART-EOF-SW       PIC X(01)  VALUE 'N'.
008400         88  DLR183-PART-EOF                 VALUE 'Y'.
008500     05  DLR183-FOUND-SW          PIC X(01)  VALUE 'N'.
008600         88  DLR183-FOUND                    VALUE 'Y'.
008700     05  DLR183-PARTNER-SW        PIC X(01)  VALUE 'N'.
008800         88  DLR183-PARTNER-FOUND            VALUE 'Y'.
008900     05  DLR183-LOGGED-SW         PIC X(01)  VALUE 'N'.
009000         88  DLR183-ALREADY-LOGGED           VALUE 'Y'.
009010     05  DLR183-BLOCKED-SW        PIC X(01)  VALUE 'N'.
009020         88  DLR183-BLOCKED                  VALUE 'Y'.
009100 01  DLR183-RUN-DATE              PIC 9(08)  VALUE ZERO.
009200 01  DLR183-PERIODS.
009300     05  DLR183-RUN-PERIOD        PIC 9(06)  VALUE ZERO.
009400     05  FILLER REDEFINES DLR183-RUN-PERIOD.
009500         10  DLR183-RUN-CCYY      PIC 9(04).
009600         10  DLR183-RUN-MM        PIC 9(02).
009700     05  DLR183-MAST-PERIOD       PIC 9(06)  VALUE ZERO.
009800     05  FILLER REDEFINES DLR183-MAST-PERIOD.
009900         10  DLR183-MAST-CCYY     PIC 9(04).
010000         10  DLR183-MAST-MM       PIC 9(02).
010100 01  DLR183-MONTH-DIFF            PIC S9(05)  COMP.
010200 01  DLR183-BUCKET-SUB            PIC S9(04)  COMP.
010210 01  DLR183-CREDIT-CARD-NO        PIC 9(16)  VALUE ZERO.
010220 01  DLR183-BLOCK-HOPS            PIC S9(04)  COMP.
010300 01  DLR183-REJECT-REASON         PIC X(04).
010400 01  DLR183-REJECT-TEXT           PIC X(30).
010500 01  DLR183-PARTNER-CONTROL.
010600     05  DLR183-PARTNER-COUNT     PIC S9(04)  COMP  VALUE ZERO.
010700     05  DLR183-PARTNERS-DROPPED  PIC 9(05)        VALUE ZERO.
010800*    ONE ENTRY PER PARTNER CODE FOR THE FILE RECONCILIATION;
010900*    THE CONTRACT DATES ARE THOSE OF THE LATEST ROW LOADED.
011000 01  DLR183-PARTNER-TABLE.
011100     05  DLR183-PARTNER-ENTRY OCCURS 100 TIMES
011200                              INDEXED BY DLR183-PART-IX.
011300         10  DLR183-P-CODE        PIC X(04).
011400         10  DLR183-P-NAME        PIC X(30).
011500         10  DLR183-P-START-DATE  PIC 9(08).
011600         10  DLR183-P-END-DATE    PIC 9(08).
011700         10  DLR183-P-READ-COUNT  PIC S9(07)    COMP-3.
011800         10  DLR183-P-READ-POINTS PIC S9(11)    COMP-3.
011900         10  DLR183-P-ACC-COUNT   PIC S9(07)    COMP-3.
012000         10  DLR183-P-ACC-POINTS  PIC S9(11)    COMP-3.
012100         10  DLR183-P-REJ-COUNT   PIC S9(07)    COMP-3.
012200         10  DLR183-P-REJ-POINTS  PIC S9(11)    COMP-3.
012300 01  DLR183-COUNTERS.
012400     05  DLR183-RECS-READ         PIC 9(07)  VALUE ZERO.
012500     05  DLR183-ACCEPTED          PIC 9(07)  VALUE ZERO.
012600     05  DLR183-REJECTED          PIC 9(07)  VALUE ZERO.
012700     05  DLR183-CARDS-ADDED       PIC 9(07)  VALUE ZERO.
012800     05  DLR183-UNKNOWN-READ      PIC 9(07)  VALUE ZERO.
012900     05  DLR183-UNKNOWN-POINTS    PIC S9(11) COMP-3 VALUE ZERO.
013000     05  DLR183-POINTS-READ       PIC S9(11) COMP-3 VALUE ZERO.
013100     05  DLR183-POINTS-CREDITED   PIC S9(11) COMP-3 VALUE ZERO.
013200     05  DLR183-POINTS-REJECTED   PIC S9(11) COMP-3 VALUE ZERO.
013300     05  DLR183-POINTS-EXPIRED    PIC S9(11) COMP-3 VALUE ZERO.
013310     05  DLR183-REDIRECTED        PIC 9(07)  VALUE ZERO.
013320     05  DLR183-POINTS-REDIRECTED PIC S9(11) COMP-3 VALUE ZERO.
013400 01  DLR183-HEADING-1.
013500     05  FILLER                   PIC X(53)  VALUE
013600         'DLR183 - PARTNER POINTS EARN - INBOUND           RUN '.
013700     05  DLR183-H-RUN-DATE        PIC 9(08).
013800 01  DLR183-HEADING-2.
013900     05  FILLER                   PIC X(40)  VALUE
014000         'EARN RECORDS REJECTED - NOT CREDITED'.
014100 01  DLR183-HEADING-3.
014200     05  FILLER                   PIC X(18)  VALUE 'CARD NUMBER'.
014300     05  FILLER                   PIC X(06)  VALUE 'PTNR'.
014400     05  FILLER                   PIC X(16)  VALUE 'PARTNER REF'.
014500     05  FILLER                   PIC X(10)  VALUE 'EARNED'.
014600     05  FILLER                   PIC X(11)  VALUE '    POINTS'.
014700     05  FILLER                   PIC X(06)  VALUE 'CODE'.
014800     05  FILLER                   PIC X(30)  VALUE 'REASON'.
014900 01  DLR183-REJECT-LINE.
015000     05  DLR183-R-CARD-NO         PIC X(16).
015100     05  FILLER                   PIC X(02)  VALUE SPACES.
015200     05  DLR183-R-PARTNER         PIC X(04).
015300     05  FILLER                   PIC X(02)  VALUE SPACES.
015400     05  DLR183-R-REFERENCE       PIC X(14).
015500     05  FILLER                   PIC X(02)  VALUE SPACES.
015600     05  DLR183-R-EARN-DATE       PIC X(08).
015700     05  FILLER                   PIC X(02)  VALUE SPACES.
015800     05  DLR183-R-POINTS          PIC X(07).
015900     05  FILLER                   PIC X(04)  VALUE SPACES.
016000     05  DLR183-R-CODE            PIC X(04).
016100     05  FILLER                   PIC X(02)  VALUE SPACES.
016200     05  DLR183-R-TEXT            PIC X(30).
016300 01  DLR183-PARTNER-HEADING.
016400     05  FILLER                   PIC X(40)  VALUE
016500         'FILE RECONCILIATION BY PARTNER'.
016600 01  DLR183-RECON-HEADING.
016700     05  FILLER                   PIC X(36)  VALUE 'PARTNER'.
016800     05  FILLER                   PIC X(21)  VALUE
016900         '     READ     POINTS'.
017000     05  FILLER                   PIC X(21)  VALUE
017100         ' ACCEPTED     POINTS'.
017200     05  FILLER                   PIC X(21)  VALUE
017300         ' REJECTED     POINTS'.
017400     05  FILLER                   PIC X(06)  VALUE ' CHECK'.
017500 01  DLR183-PARTNER-LINE.
017600     05  DLR183-PL-CODE           PIC X(04).
017700     05  FILLER                   PIC X(02)  VALUE SPACES.
017800     05  DLR183-PL-NAME           PIC X(30).
017900     05  DLR183-PL-READ-COUNT     PIC ZZZZZZZZ9.
018000     05  DLR183-PL-READ-POINTS    PIC ZZZZZZZZZZ9.
018100     05  FILLER                   PIC X(01)  VALUE SPACES.
018200     05  DLR183-PL-ACC-COUNT      PIC ZZZZZZZZ9.
018300     05  DLR183-PL-ACC-POINTS     PIC ZZZZZZZZZZ9.
018400     05  FILLER                   PIC X(01)  VALUE SPACES.
018500     05  DLR183-PL-REJ-COUNT      PIC ZZZZZZZZ9.
018600     05  DLR183-PL-REJ-POINTS     PIC ZZZZZZZZZZ9.
018700     05  FILLER                   PIC X(02)  VALUE SPACES.
018800     05  DLR183-PL-CHECK          PIC X(04).
018900 01  DLR183-TOTAL-LINE.
019000     05  DLR183-T-LABEL           PIC X(40).
019100     05  DLR183-T-COUNT           PIC ZZZZZZZZ9.
019200     05  FILLER                   PIC X(02)  VALUE SPACES.
019300     05  DLR183-T-POINTS          PIC -ZZZZZZZZZZ9.
019400     05  FILLER                   PIC X(07)  VALUE ' POINTS'.
019500 01  DLR183-BLANK-LINE            PIC X(01)  VALUE SPACE.
019600 PROCEDURE DIVISION.
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE.
019900     PERFORM 2000-PROCESS-EARN
020000         UNTIL DLR183-EOF.
020100     PERFORM 8000-PRINT-TOTALS.
020200     PERFORM 9000-TERMINATE.
020300     STOP RUN.
020400
020500 1000-INITIALIZE.
020600     OPEN INPUT  EARN-FILE.
020700     OPEN I-O    BALANCE-MASTER
020800                 EXCHANGE-LOG.
020850     OPEN INPUT  BLOCK-REGISTER.
020900     OPEN OUTPUT ACK-FILE
021000                 EARN-REPORT.
021100     ACCEPT DLR183-RUN-DATE FROM DATE YYYYMMDD.
021200     COMPUTE DLR183-RUN-PERIOD = DLR183-RUN-DATE / 100.
021300     PERFORM 1100-LOAD-PARTNERS.
021400     MOVE DLR183-RUN-DATE TO DLR183-H-RUN-DATE.
021500     WRITE EARN-LINE FROM DLR183-HEADING-1.
021600     WRITE EARN-LINE FROM DLR183-BLANK-LINE.
021700     WRITE EARN-LINE FROM DLR183-HEADING-2.
021800     WRITE EARN-LINE FROM DLR183-HEADING-3.
021900     PERFORM 2100-READ-EARN.
022000 1000-EXIT.
022100     EXIT.
022200
022300 1100-LOAD-PARTNERS.
022400     OPEN INPUT PARTNER-FILE.
022500     PERFORM 1110-READ-PARTNER.
022600     PERFORM 1120-STORE-ONE-PARTNER
022700         UNTIL DLR183-PART-EOF.
022800     CLOSE PARTNER-FILE.
022900 1100-EXIT.
023000     EXIT.
023100
023200 1110-READ-PARTNER.
023300     READ PARTNER-FILE
023400         AT END
023500             MOVE 'Y' TO DLR183-PART-EOF-SW
023600     END-READ.
023700 1110-EXIT.
023800     EXIT.
023900
024000 1120-STORE-ONE-PARTNER.
024100     SET DLR183-PART-IX TO 1.
024200     SEARCH DLR183-PARTNER-ENTRY
024300         AT END
024400             CONTINUE
024500         WHEN DLR183-PART-IX > DLR183-PARTNER-COUNT
024600             CONTINUE
024700         WHEN DLR183-P-CODE (DLR183-PART-IX)
024800                 = DLPARTMF-PARTNER-CODE
024900             CONTINUE
025000     END-SEARCH.
025100     IF  DLR183-PART-IX > DLR183-PARTNER-COUNT
025200         IF  DLR183-PARTNER-COUNT < 100
025300             ADD 1 TO DLR183-PARTNER-COUNT
025400             SET DLR183-PART-IX TO DLR183-PARTNER-COUNT
025500             INITIALIZE DLR183-PARTNER-ENTRY (DLR183-PART-IX)
025600         ELSE
025700             ADD 1 TO DLR183-PARTNERS-DROPPED
025800         END-IF
025900     END-IF.
026000     IF  DLR183-PART-IX <= DLR183-PARTNER-COUNT
026100     AND DLPARTMF-START-DATE
026200             >= DLR183-P-START-DATE (DLR183-PART-IX)
026300         MOVE DLPARTMF-PARTNER-CODE
026400             TO DLR183-P-CODE (DLR183-PART-IX)
026500         MOVE DLPARTMF-PARTNER-NAME
026600             TO DLR183-P-NAME (DLR183-PART-IX)
026700         MOVE DLPARTMF-START-DATE
026800             TO DLR183-P-START-DATE (DLR183-PART-IX)
026900         MOVE DLPARTMF-END-DATE
027000             TO DLR183-P-END-DATE (DLR183-PART-IX)
027100     END-IF.
027200     PERFORM 1110-READ-PARTNER.
027300 1120-EXIT.
027400     EXIT.
027500
027600 2000-PROCESS-EARN.
027700     ADD 1 TO DLR183-RECS-READ.
027800     MOVE SPACES TO DLR183-REJECT-REASON.
027900     PERFORM 2200-FIND-PARTNER.
028000     IF  DLPTXERN-POINTS IS NUMERIC
028100         ADD DLPTXERN-POINTS TO DLR183-POINTS-READ
028200         IF  DLR183-PARTNER-FOUND
028300             ADD DLPTXERN-POINTS
028400                 TO DLR183-P-READ-POINTS (DLR183-PART-IX)
028500         ELSE
028600             ADD DLPTXERN-POINTS TO DLR183-UNKNOWN-POINTS
028700         END-IF
028800     END-IF.
028900     IF  DLR183-PARTNER-FOUND
029000         ADD 1 TO DLR183-P-READ-COUNT (DLR183-PART-IX)
029100     ELSE
029200         ADD 1 TO DLR183-UNKNOWN-READ
029300     END-IF.
029400     PERFORM 2300-CHECK-LOGGED.
029500     EVALUATE TRUE
029600         WHEN NOT DLR183-PARTNER-FOUND
029700             MOVE 'PTNR' TO DLR183-REJECT-REASON
029800             MOVE 'PARTNER NOT ON DLPARTMF'
029900                 TO DLR183-REJECT-TEXT
030000         WHEN DLPTXERN-EARN-DATE NOT NUMERIC
030100         OR   DLPTXERN-EARN-DATE
030200                  < DLR183-P-START-DATE (DLR183-PART-IX)
030300         OR  (DLR183-P-END-DATE (DLR183-PART-IX) NOT = ZERO
030400         AND  DLPTXERN-EARN-DATE
030500                  > DLR183-P-END-DATE (DLR183-PART-IX))
030600             MOVE 'DATE' TO DLR183-REJECT-REASON
030700             MOVE 'EARNED OUTSIDE PARTNER CONTRACT'
030800                 TO DLR183-REJECT-TEXT
030900         WHEN DLPTXERN-PARTNER-REF = SPACES
031000         OR   DLR183-ALREADY-LOGGED
031100             MOVE 'DUPL' TO DLR183-REJECT-REASON
031200             MOVE 'REFERENCE MISSING OR ALREADY USED'
031300                 TO DLR183-REJECT-TEXT
031400         WHEN DLPTXERN-CARD-NO NOT NUMERIC
031500         OR   DLPTXERN-CARD-NO = ZERO
031600             MOVE 'CARD' TO DLR183-REJECT-REASON
031700             MOVE 'CARD NUMBER NOT VALID'
031800                 TO DLR183-REJECT-TEXT
031900         WHEN DLPTXERN-POINTS NOT NUMERIC
032000         OR   DLPTXERN-POINTS = ZERO
032100             MOVE 'PTS0' TO DLR183-REJECT-REASON
032200             MOVE 'NO POINTS ON THE EARN RECORD'
032300                 TO DLR183-REJECT-TEXT
032400         WHEN OTHER
032500             PERFORM 2400-CREDIT-POINTS
032600     END-EVALUATE.
032700     PERFORM 2700-WRITE-ACK.
032800     IF  DLR183-REJECT-REASON NOT = SPACES
032900         PERFORM 2800-WRITE-REJECT
033000     END-IF.
033100     PERFORM 2100-READ-EARN.
033200 2000-EXIT.
033300     EXIT.
033400
033500 2100-READ-EARN.
033600     READ EARN-FILE
033700         AT END
033800             MOVE 'Y' TO DLR183-EOF-SW
033900     END-READ.
034000 2100-EXIT.
034100     EXIT.
034200
034300 2200-FIND-PARTNER.
034400     MOVE 'N' TO DLR183-PARTNER-SW.
034500     SET DLR183-PART-IX TO 1.
034600     SEARCH DLR183-PARTNER-ENTRY
034700         AT END
034800             CONTINUE
034900         WHEN DLR183-PART-IX > DLR183-PARTNER-COUNT
035000             CONTINUE
035100         WHEN DLR183-P-CODE (DLR183-PART-IX)
035200                 = DLPTXERN-PARTNER-CODE
035300             MOVE 'Y' TO DLR183-PARTNER-SW
035400     END-SEARCH.
035500 2200-EXIT.
035600     EXIT.
035700
035800 2300-CHECK-LOGGED.
035900     MOVE DLPTXERN-PARTNER-CODE TO DLPTXLOG-PARTNER-CODE.
036000     MOVE 'I'                   TO DLPTXLOG-DIRECTION.
036100     MOVE DLPTXERN-PARTNER-REF  TO DLPTXLOG-REFERENCE.
036200     READ EXCHANGE-LOG
036300         INVALID KEY
036400             MOVE 'N' TO DLR183-LOGGED-SW
036500         NOT INVALID KEY
036600             MOVE 'Y' TO DLR183-LOGGED-SW
036700     END-READ.
036800 2300-EXIT.
036900     EXIT.
037000
037100 2400-CREDIT-POINTS.
037150     PERFORM 2420-FIND-LIVE-CARD.
037200     PERFORM 2450-FETCH-OR-CREATE-MASTER.
037300     PERFORM 2500-ROLL-BUCKETS.
037400     ADD DLPTXERN-POINTS TO DLPTSBAL-MONTH-EARNED (1).
037500     ADD DLPTXERN-POINTS TO DLPTSBAL-BALANCE.
037600     ADD DLPTXERN-POINTS TO DLPTSBAL-LIFE-EARNED.
037700     MOVE DLR183-RUN-DATE TO DLPTSBAL-LAST-ACTIVITY.
037800     IF  DLR183-FOUND
037900         REWRITE DLPTSBAL-RECORD
038000             INVALID KEY
038100                 DISPLAY 'DLR183 DLPTSBAL REWRITE FAILED '
038200                     DLR183-CREDIT-CARD-NO
038300         END-REWRITE
038400     ELSE
038500         WRITE DLPTSBAL-RECORD
038600             INVALID KEY
038700                 DISPLAY 'DLR183 DLPTSBAL WRITE FAILED '
038800                     DLR183-CREDIT-CARD-NO
038900         END-WRITE
039000     END-IF.
039100     PERFORM 2600-WRITE-LOG.
039200     ADD 1 TO DLR183-ACCEPTED.
039300     ADD DLPTXERN-POINTS TO DLR183-POINTS-CREDITED.
039400     ADD 1 TO DLR183-P-ACC-COUNT (DLR183-PART-IX).
039500     ADD DLPTXERN-POINTS TO DLR183-P-ACC-POINTS (DLR183-PART-IX).
039600 2400-EXIT.
039700     EXIT.
039800
039802*    A CARD ON THE BLOCKED REGISTER HANDS THE CREDIT ON TO THE
039805*    CARD THAT REPLACED IT, AND SO ON DOWN A CHAIN OF
039808*    REPLACEMENTS; THE HOP LIMIT ONLY GUARDS A DAMAGED REGISTER.
039811 2420-FIND-LIVE-CARD.
039814     MOVE DLPTXERN-CARD-NO TO DLR183-CREDIT-CARD-NO.
039817     MOVE ZERO TO DLR183-BLOCK-HOPS.
039820     MOVE 'Y' TO DLR183-BLOCKED-SW.
039823     PERFORM 2430-TEST-BLOCKED
039826         UNTIL NOT DLR183-BLOCKED
039829            OR DLR183-BLOCK-HOPS > 9.
039832     IF  DLR183-CREDIT-CARD-NO NOT = DLPTXERN-CARD-NO
039835         ADD 1 TO DLR183-REDIRECTED
039838         ADD DLPTXERN-POINTS TO DLR183-POINTS-REDIRECTED
039841     END-IF.
039844 2420-EXIT.
039847     EXIT.
039850
039853 2430-TEST-BLOCKED.
039856     MOVE DLR183-CREDIT-CARD-NO TO DLCRDBLK-CARD-NO.
039859     READ BLOCK-REGISTER
039862         INVALID KEY
039865             MOVE 'N' TO DLR183-BLOCKED-SW
039868         NOT INVALID KEY
039871             MOVE DLCRDBLK-REPLACED-BY TO DLR183-CREDIT-CARD-NO
039874             ADD 1 TO DLR183-BLOCK-HOPS
039877     END-READ.
039880 2430-EXIT.
039883     EXIT.
039886
039900 2450-FETCH-OR-CREATE-MASTER.
040000     MOVE DLR183-CREDIT-CARD-NO TO DLPTSBAL-CUST-NO.
040100     READ BALANCE-MASTER
040200         INVALID KEY
040300             MOVE 'N' TO DLR183-FOUND-SW
040400         NOT INVALID KEY
040500             MOVE 'Y' TO DLR183-FOUND-SW
040600     END-READ.
040700     IF  NOT DLR183-FOUND
040800         MOVE DLR183-CREDIT-CARD-NO TO DLPTSBAL-CUST-NO
040900         MOVE DLR183-RUN-PERIOD TO DLPTSBAL-CURR-PERIOD
041000         PERFORM 2460-CLEAR-ONE-BUCKET
041100             VARYING DLR183-BUCKET-SUB FROM 1 BY 1
041200             UNTIL DLR183-BUCKET-SUB > 12
041300         MOVE ZERO TO DLPTSBAL-BALANCE
041400         MOVE ZERO TO DLPTSBAL-LIFE-EARNED
041500         MOVE ZERO TO DLPTSBAL-LIFE-EXPIRED
041600         MOVE ZERO TO DLPTSBAL-LIFE-REDEEMED
041700         ADD 1 TO DLR183-CARDS-ADDED
041800     END-IF.
041900 2450-EXIT.
042000     EXIT.
042100
042200 2460-CLEAR-ONE-BUCKET.
042300     MOVE ZERO TO DLPTSBAL-MONTH-EARNED (DLR183-BUCKET-SUB).
042400 2460-EXIT.
042500     EXIT.
042600
042700*    SAME ROLL AS DLR112 - WHAT FALLS OFF BUCKET 12 EXPIRES.
042800 2500-ROLL-BUCKETS.
042900     MOVE DLPTSBAL-CURR-PERIOD TO DLR183-MAST-PERIOD.
043000     COMPUTE DLR183-MONTH-DIFF =
043100         (DLR183-RUN-CCYY - DLR183-MAST-CCYY) * 12
043200             + DLR183-RUN-MM - DLR183-MAST-MM.
043300     PERFORM 2550-SHIFT-ONE-MONTH
043400         UNTIL DLR183-MONTH-DIFF <= ZERO.
043500 2500-EXIT.
043600     EXIT.
043700
043800 2550-SHIFT-ONE-MONTH.
043900     IF  DLPTSBAL-MONTH-EARNED (12) NOT = ZERO
044000         SUBTRACT DLPTSBAL-MONTH-EARNED (12)
044100             FROM DLPTSBAL-BALANCE
044200         ADD DLPTSBAL-MONTH-EARNED (12)
044300             TO DLPTSBAL-LIFE-EXPIRED
044400         ADD DLPTSBAL-MONTH-EARNED (12)
044500             TO DLR183-POINTS-EXPIRED
044600     END-IF.
044700     PERFORM 2560-SHIFT-ONE-BUCKET
044800         VARYING DLR183-BUCKET-SUB FROM 12 BY -1
044900         UNTIL DLR183-BUCKET-SUB < 2.
045000     MOVE ZERO TO DLPTSBAL-MONTH-EARNED (1).
045100     IF  FUNCTION MOD (DLPTSBAL-CURR-PERIOD, 100) = 12
045200         COMPUTE DLPTSBAL-CURR-PERIOD =
045300             DLPTSBAL-CURR-PERIOD + 89
045400     ELSE
045500         ADD 1 TO DLPTSBAL-CURR-PERIOD
045600     END-IF.
045700     SUBTRACT 1 FROM DLR183-MONTH-DIFF.
045800 2550-EXIT.
045900     EXIT.
046000
046100 2560-SHIFT-ONE-BUCKET.
046200     MOVE DLPTSBAL-MONTH-EARNED (DLR183-BUCKET-SUB - 1)
046300         TO DLPTSBAL-MONTH-EARNED (DLR183-BUCKET-SUB).
046400 2560-EXIT.
046500     EXIT.
046600
046700 2600-WRITE-LOG.
046800     MOVE DLPTXERN-PARTNER-CODE TO DLPTXLOG-PARTNER-CODE.
046900     MOVE 'I'                   TO DLPTXLOG-DIRECTION.
047000     MOVE DLPTXERN-PARTNER-REF  TO DLPTXLOG-REFERENCE.
047100     MOVE DLR183-CREDIT-CARD-NO TO DLPTXLOG-CARD-NO.
047200     MOVE SPACES                TO DLPTXLOG-PARTNER-MEMBER.
047300     MOVE DLPTXERN-POINTS       TO DLPTXLOG-POINTS.
047400     MOVE ZERO                  TO DLPTXLOG-PARTNER-UNITS.
047500     MOVE DLPTXERN-EARN-DATE    TO DLPTXLOG-TRANS-DATE.
047600     MOVE 'C'                   TO DLPTXLOG-STATUS.
047700     MOVE DLR183-RUN-DATE       TO DLPTXLOG-STATUS-DATE.
047800     MOVE SPACES                TO DLPTXLOG-REJECT-REASON.
047900     MOVE ZERO                  TO DLPTXLOG-SETTLED-PERIOD.
048000     WRITE DLPTXLOG-RECORD
048100         INVALID KEY
048200             DISPLAY 'DLR183 DLPTXLOG WRITE FAILED '
048300                 DLPTXLOG-KEY
048400     END-WRITE.
048500 2600-EXIT.
048600     EXIT.
048700
048800 2700-WRITE-ACK.
048900     MOVE DLPTXERN-PARTNER-CODE TO DLPTXACK-PARTNER-CODE.
049000     MOVE DLPTXERN-PARTNER-REF  TO DLPTXACK-REFERENCE.
049100     IF  DLPTXERN-CARD-NO IS NUMERIC
049200         MOVE DLPTXERN-CARD-NO  TO DLPTXACK-CARD-NO
049300     ELSE
049400         MOVE ZERO              TO DLPTXACK-CARD-NO
049500     END-IF.
049600     IF  DLPTXERN-POINTS IS NUMERIC
049700         MOVE DLPTXERN-POINTS   TO DLPTXACK-POINTS
049800     ELSE
049900         MOVE ZERO              TO DLPTXACK-POINTS
050000     END-IF.
050100     MOVE ZERO                  TO DLPTXACK-PARTNER-UNITS.
050200     IF  DLR183-REJECT-REASON = SPACES
050300         MOVE 'A'               TO DLPTXACK-STATUS
050400     ELSE
050500         MOVE 'R'               TO DLPTXACK-STATUS
050600     END-IF.
050700     MOVE DLR183-REJECT-REASON  TO DLPTXACK-REASON.
050800     MOVE DLR183-RUN-DATE       TO DLPTXACK-ACK-DATE.
050900     WRITE DLPTXACK-RECORD.
051000 2700-EXIT.
051100     EXIT.
051200
051300 2800-WRITE-REJECT.
051400     ADD 1 TO DLR183-REJECTED.
051500     IF  DLPTXERN-POINTS IS NUMERIC
051600         ADD DLPTXERN-POINTS TO DLR183-POINTS-REJECTED
051700     END-IF.
051800     IF  DLR183-PARTNER-FOUND
051900         ADD 1 TO DLR183-P-REJ-COUNT (DLR183-PART-IX)
052000         IF  DLPTXERN-POINTS IS NUMERIC
052100             ADD DLPTXERN-POINTS
052200                 TO DLR183-P-REJ-POINTS (DLR183-PART-IX)
052300         END-IF
052400     END-IF.
052500     MOVE DLPTXERN-CARD-NO      TO DLR183-R-CARD-NO.
052600     MOVE DLPTXERN-PARTNER-CODE TO DLR183-R-PARTNER.
052700     MOVE DLPTXERN-PARTNER-REF  TO DLR183-R-REFERENCE.
052800     MOVE DLPTXERN-EARN-DATE    TO DLR183-R-EARN-DATE.
052900     MOVE DLPTXERN-POINTS       TO DLR183-R-POINTS.
053000     MOVE DLR183-REJECT-REASON  TO DLR183-R-CODE.
053100     MOVE DLR183-REJECT-TEXT    TO DLR183-R-TEXT.
053200     WRITE EARN-LINE FROM DLR183-REJECT-LINE.
053300 2800-EXIT.
053400     EXIT.
053500
053600 8000-PRINT-TOTALS.
053700     WRITE EARN-LINE FROM DLR183-BLANK-LINE.
053800     WRITE EARN-LINE FROM DLR183-PARTNER-HEADING.
053900     WRITE EARN-LINE FROM DLR183-RECON-HEADING.
054000     PERFORM 8100-PRINT-ONE-PARTNER
054100         VARYING DLR183-PART-IX FROM 1 BY 1
054200         UNTIL DLR183-PART-IX > DLR183-PARTNER-COUNT.
054300     WRITE EARN-LINE FROM DLR183-BLANK-LINE.
054400     MOVE 'EARN RECORDS READ' TO DLR183-T-LABEL.
054500     MOVE DLR183-RECS-READ TO DLR183-T-COUNT.
054600     MOVE DLR183-POINTS-READ TO DLR183-T-POINTS.
054700     WRITE EARN-LINE FROM DLR183-TOTAL-LINE.
054800     MOVE '  OF WHICH FOR UNKNOWN PARTNERS' TO DLR183-T-LABEL.
054900     MOVE DLR183-UNKNOWN-READ TO DLR183-T-COUNT.
055000     MOVE DLR183-UNKNOWN-POINTS TO DLR183-T-POINTS.
055100     WRITE EARN-LINE FROM DLR183-TOTAL-LINE.
055200     MOVE 'ACCEPTED AND CREDITED' TO DLR183-T-LABEL.
055300     MOVE DLR183-ACCEPTED TO DLR183-T-COUNT.
055400     MOVE DLR183-POINTS-CREDITED TO DLR183-T-POINTS.
055500     WRITE EARN-LINE FROM DLR183-TOTAL-LINE.
055600     MOVE 'REJECTED' TO DLR183-T-LABEL.
055700     MOVE DLR183-REJECTED TO DLR183-T-COUNT.
055800     MOVE DLR183-POINTS-REJECTED TO DLR183-T-POINTS.
055900     WRITE EARN-LINE FROM DLR183-TOTAL-LINE.
056000     MOVE 'NEW BALANCE ROWS OPENED' TO DLR183-T-LABEL.
056100     MOVE DLR183-CARDS-ADDED TO DLR183-T-COUNT.
056200     MOVE ZERO TO DLR183-T-POINTS.
056300     WRITE EARN-LINE FROM DLR183-TOTAL-LINE.
056310     MOVE 'CREDITED TO A REPLACEMENT CARD' TO DLR183-T-LABEL.
056320     MOVE DLR183-REDIRECTED TO DLR183-T-COUNT.
056330     MOVE DLR183-POINTS-REDIRECTED TO DLR183-T-POINTS.
056340     WRITE EARN-LINE FROM DLR183-TOTAL-LINE.
056400     MOVE 'POINTS EXPIRED BY THE BUCKET ROLL' TO DLR183-T-LABEL.
056500     MOVE ZERO TO DLR183-T-COUNT.
056600     MOVE DLR183-POINTS-EXPIRED TO DLR183-T-POINTS.
056700     WRITE EARN-LINE FROM DLR183-TOTAL-LINE.
056800 8000-EXIT.
056900     EXIT.
057000
057100 8100-PRINT-ONE-PARTNER.
057200     IF  DLR183-P-READ-COUNT (DLR183-PART-IX) > ZERO
057300         MOVE DLR183-P-CODE (DLR183-PART-IX) TO DLR183-PL-CODE
057400         MOVE DLR183-P-NAME (DLR183-PART-IX) TO DLR183-PL-NAME
057500         MOVE DLR183-P-READ-COUNT (DLR183-PART-IX)
057600             TO DLR183-PL-READ-COUNT
057700         MOVE DLR183-P-READ-POINTS (DLR183-PART-IX)
057800             TO DLR183-PL-READ-POINTS
057900         MOVE DLR183-P-ACC-COUNT (DLR183-PART-IX)
058000             TO DLR183-PL-ACC-COUNT
058100         MOVE DLR183-P-ACC-POINTS (DLR183-PART-IX)
058200             TO DLR183-PL-ACC-POINTS
058300         MOVE DLR183-P-REJ-COUNT (DLR183-PART-IX)
058400             TO DLR183-PL-REJ-COUNT
058500         MOVE DLR183-P-REJ-POINTS (DLR183-PART-IX)
058600             TO DLR183-PL-REJ-POINTS
058700         IF  DLR183-P-READ-COUNT (DLR183-PART-IX) =
058800                 DLR183-P-ACC-COUNT (DLR183-PART-IX)
058900               + DLR183-P-REJ-COUNT (DLR183-PART-IX)
059000         AND DLR183-P-READ-POINTS (DLR183-PART-IX) =
059100                 DLR183-P-ACC-POINTS (DLR183-PART-IX)
059200               + DLR183-P-REJ-POINTS (DLR183-PART-IX)
059300             MOVE 'OK' TO DLR183-PL-CHECK
059400         ELSE
059500             MOVE 'DIFF' TO DLR183-PL-CHECK
059600         END-IF
059700         WRITE EARN-LINE FROM DLR183-PARTNER-LINE
059800     END-IF.
059900 8100-EXIT.
060000     EXIT.
060100
060200 9000-TERMINATE.
060300     DISPLAY 'DLR183 EARN RECORDS READ = ' DLR183-RECS-READ.
060400     DISPLAY 'DLR183 ACCEPTED          = ' DLR183-ACCEPTED.
060500     DISPLAY 'DLR183 REJECTED          = ' DLR183-REJECTED.
060510     DISPLAY 'DLR183 TO REPLACEMENT    = ' DLR183-REDIRECTED.
060600     IF  DLR183-PARTNERS-DROPPED > ZERO
060700         DISPLAY 'DLR183 PARTNER TABLE FULL - DROPPED = '
060800             DLR183-PARTNERS-DROPPED
060900     END-IF.
061000     IF  DLR183-REJECTED > ZERO
061100         MOVE 4 TO RETURN-CODE
061200     END-IF.
061300     CLOSE EARN-FILE
061400           BALANCE-MASTER
061500           EXCHANGE-LOG
061550           BLOCK-REGISTER
061600           ACK-FILE
061700           EARN-REPORT.
061800 9000-EXIT.
061900     EXIT.
