000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR184.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR184 - COALITION PARTNER RESPONSE RECONCILIATION           *
001000*                                                                *
001100*   MATCHES EACH PARTNER'S DLPTXACK RESPONSE FILE BACK TO THE    *
001200*   CONVERSIONS DLR182 SENT, ON THE DLPTXLOG KEY OF PARTNER,     *
001300*   OUTBOUND AND REFERENCE. AN ACCEPTANCE MARKS THE LOG ROW      *
001400*   ACKNOWLEDGED, READY FOR SETTLEMENT (DLR185). A REJECTION     *
001500*   MARKS IT REJECTED AND GIVES THE MEMBER THE POINTS BACK IN    *
001600*   THE CURRENT DLPTSBAL BUCKET, TAKING THEM OFF THE LIFETIME    *
001700*   REDEEMED FIGURE. A RESPONSE THAT MATCHES NOTHING, ANSWERS    *
001800*   A CONVERSION ALREADY ANSWERED, DISAGREES ON THE POINTS OR    *
001900*   CARRIES AN UNKNOWN STATUS IS LISTED AS AN EXCEPTION AND      *
002000*   CHANGES NOTHING. CONVERSIONS STILL UNANSWERED AFTER THE      *
002100*   DLPARAMM ACK-DAYS LIMIT (JOB DLR184, DEFAULT 5 DAYS) ARE     *
002200*   LISTED AS OVERDUE. EXCEPTIONS OR OVERDUE CONVERSIONS END     *
002300*   THE RUN WITH RETURN CODE 4.                                  *
002310*   A REJECTION ON A CARD DLR178 HAS SINCE REPLACED RETURNS THE  *
002320*   POINTS TO THE CARD THAT REPLACED IT, FOLLOWING THE DLCRDBLK  *
002330*   REGISTER; THE REPORT COUNTS THOSE RETURNS SEPARATELY.        *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002730*  02 | 15/10/26 | RETURN A REPLACED CARD'S     | R. GEALL       *
002760*     |          | POINTS TO ITS SUCCESSOR      |                *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PARTNER-FILE      ASSIGN TO DLPARTMF
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT RESPONSE-FILE     ASSIGN TO PTXRSPIN
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT BALANCE-MASTER    ASSIGN TO DLPTSBAL
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS DYNAMIC
004500                              RECORD KEY IS DLPTSBAL-CUST-NO.
004510     SELECT BLOCK-REGISTER    ASSIGN TO DLCRDBLK
004520                              ORGANIZATION IS INDEXED
004530                              ACCESS MODE IS RANDOM
004540                              RECORD KEY IS DLCRDBLK-CARD-NO.
004600     SELECT EXCHANGE-LOG      ASSIGN TO DLPTXLOG
004700                              ORGANIZATION IS INDEXED
004800                              ACCESS MODE IS DYNAMIC
004900                              RECORD KEY IS DLPTXLOG-KEY.
005000     SELECT RESPONSE-REPORT   ASSIGN TO PTXRSPRP
005100                              ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PARTNER-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  DLPARTMF-RECORD.
005800     COPY DLPARTMF.
005900 FD  PARAM-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  DLPARAMM-RECORD.
006300     COPY DLPARAMM.
006400 FD  RESPONSE-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  DLPTXACK-RECORD.
006800     COPY DLPTXACK.
006900 FD  BALANCE-MASTER
007000     LABEL RECORDS ARE STANDARD.
007100 01  DLPTSBAL-RECORD.
007200     COPY DLPTSBAL.
007210 FD  BLOCK-REGISTER
007220     LABEL RECORDS ARE STANDARD.
007230 01  DLCRDBLK-RECORD.
007240     COPY DLCRDBLK.
007300 FD  EXCHANGE-LOG
007400     LABEL RECORDS ARE STANDARD.
007500 01  DLPTXLOG-RECORD.
007600     COPY DLPTXLOG.
007700 FD  RESPONSE-REPORT
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  RESPONSE-LINE               PIC X(132).
008100 WORKING-STORAGE SECTION.
008200 01  DLR184-SWITCHES.
008300     05  DLR184-EOF-SW            PIC X(01)  VALUE 'N'.
008400         88  DLR184-EOF                      VALUE 'Y'.
008500     05  DLR184-PART-EOF-SW       PIC X(01)  VALUE 'N'.
008600         88  DLR184-PART-EOF                 VALUE 'Y'.
008700     05  DLR184-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
008800         88  DLR184-PARM-EOF                 VALUE 'Y'.
008900     05  DLR184-LOG-EOF-SW        PIC X(01)  VALUE 'N'.
009000         88  DLR184-LOG-EOF                  VALUE 'Y'.
009100     05  DLR184-FOUND-SW          PIC X(01)  VALUE 'N'.
009200         88  DLR184-FOUND                    VALUE 'Y'.
009300     05  DLR184-PARTNER-SW        PIC X(01)  VALUE 'N'.
009400         88  DLR184-PARTNER-FOUND            VALUE 'Y'.
009500     05  DLR184-LOGGED-SW         PIC X(01)  VALUE 'N'.
009600         88  DLR184-LOGGED                   VALUE 'Y'.
009610     05  DLR184-BLOCKED-SW        PIC X(01)  VALUE 'N'.
009620         88  DLR184-BLOCKED                  VALUE 'Y'.
009700*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
009800 01  DLR184-PARAMETERS.
009900     05  DLR184-ACK-DAYS          PIC 9(09)  VALUE 5.
010000 01  DLR184-BEST-EFF-DATES.
010100     05  DLR184-BEST-EFF-DAYS     PIC 9(08)  VALUE ZERO.
010200 01  DLR184-RUN-DATE              PIC 9(08)  VALUE ZERO.
010300 01  DLR184-PERIODS.
010400     05  DLR184-RUN-PERIOD        PIC 9(06)  VALUE ZERO.
010500     05  FILLER REDEFINES DLR184-RUN-PERIOD.
010600         10  DLR184-RUN-CCYY      PIC 9(04).
010700         10  DLR184-RUN-MM        PIC 9(02).
010800     05  DLR184-MAST-PERIOD       PIC 9(06)  VALUE ZERO.
010900     05  FILLER REDEFINES DLR184-MAST-PERIOD.
011000         10  DLR184-MAST-CCYY     PIC 9(04).
011100         10  DLR184-MAST-MM       PIC 9(02).
011200 01  DLR184-DAYS-WAITING          PIC S9(07)  COMP-3.
011300 01  DLR184-MONTH-DIFF            PIC S9(05)  COMP.
011400 01  DLR184-BUCKET-SUB            PIC S9(04)  COMP.
011410 01  DLR184-CREDIT-CARD-NO        PIC 9(16)  VALUE ZERO.
011420 01  DLR184-BLOCK-HOPS            PIC S9(04)  COMP.
011500 01  DLR184-EXCEPTION-CODE        PIC X(04).
011600 01  DLR184-EXCEPTION-TEXT        PIC X(30).
011700 01  DLR184-PARTNER-CONTROL.
011800     05  DLR184-PARTNER-COUNT     PIC S9(04)  COMP  VALUE ZERO.
011900     05  DLR184-PARTNERS-DROPPED  PIC 9(05)        VALUE ZERO.
012000 01  DLR184-PARTNER-TABLE.
012100     05  DLR184-PARTNER-ENTRY OCCURS 100 TIMES
012200                              INDEXED BY DLR184-PART-IX.
012300         10  DLR184-P-CODE        PIC X(04).
012400         10  DLR184-P-NAME        PIC X(30).
012500         10  DLR184-P-READ-COUNT  PIC S9(07)    COMP-3.
012600         10  DLR184-P-ACC-COUNT   PIC S9(07)    COMP-3.
012700         10  DLR184-P-ACC-POINTS  PIC S9(11)    COMP-3.
012800         10  DLR184-P-REJ-COUNT   PIC S9(07)    COMP-3.
012900         10  DLR184-P-REJ-POINTS  PIC S9(11)    COMP-3.
013000         10  DLR184-P-EXC-COUNT   PIC S9(07)    COMP-3.
013100         10  DLR184-P-OVERDUE     PIC S9(07)    COMP-3.
013200 01  DLR184-COUNTERS.
013300     05  DLR184-RECS-READ         PIC 9(07)  VALUE ZERO.
013400     05  DLR184-ACCEPTED          PIC 9(07)  VALUE ZERO.
013500     05  DLR184-REJECTED          PIC 9(07)  VALUE ZERO.
013600     05  DLR184-EXCEPTIONS        PIC 9(07)  VALUE ZERO.
013700     05  DLR184-OVERDUE           PIC 9(07)  VALUE ZERO.
013800     05  DLR184-POINTS-ACCEPTED   PIC S9(11) COMP-3 VALUE ZERO.
013900     05  DLR184-POINTS-RETURNED   PIC S9(11) COMP-3 VALUE ZERO.
014000     05  DLR184-POINTS-OVERDUE    PIC S9(11) COMP-3 VALUE ZERO.
014100     05  DLR184-POINTS-EXPIRED    PIC S9(11) COMP-3 VALUE ZERO.
014110     05  DLR184-REDIRECTED        PIC 9(07)  VALUE ZERO.
014120     05  DLR184-POINTS-REDIRECTED PIC S9(11) COMP-3 VALUE ZERO.
014200 01  DLR184-HEADING-1.
014300     05  FILLER                   PIC X(53)  VALUE
014400         'DLR184 - PARTNER RESPONSE RECONCILIATION         RUN '.
014500     05  DLR184-H-RUN-DATE        PIC 9(08).
014600 01  DLR184-HEADING-2.
014700     05  FILLER                   PIC X(40)  VALUE
014800         'RESPONSE EXCEPTIONS - NOTHING CHANGED'.
014900 01  DLR184-HEADING-3.
015000     05  FILLER                   PIC X(06)  VALUE 'PTNR'.
015100     05  FILLER                   PIC X(16)  VALUE 'REFERENCE'.
015200     05  FILLER                   PIC X(18)  VALUE 'CARD NUMBER'.
015300     05  FILLER                   PIC X(04)  VALUE 'ST'.
015400     05  FILLER                   PIC X(12)  VALUE '  RESPONSE'.
015500     05  FILLER                   PIC X(12)  VALUE '      SENT'.
015600     05  FILLER                   PIC X(06)  VALUE 'CODE'.
015700     05  FILLER                   PIC X(30)  VALUE 'REASON'.
015800 01  DLR184-EXCEPTION-LINE.
015900     05  DLR184-E-PARTNER         PIC X(04).
016000     05  FILLER                   PIC X(02)  VALUE SPACES.
016100     05  DLR184-E-REFERENCE       PIC X(14).
016200     05  FILLER                   PIC X(02)  VALUE SPACES.
016300     05  DLR184-E-CARD-NO         PIC X(16).
016400     05  FILLER                   PIC X(02)  VALUE SPACES.
016500     05  DLR184-E-STATUS          PIC X(01).
016600     05  FILLER                   PIC X(03)  VALUE SPACES.
016700     05  DLR184-E-RSP-POINTS      PIC ZZZZZZZZZ9.
016800     05  FILLER                   PIC X(02)  VALUE SPACES.
016900     05  DLR184-E-LOG-POINTS      PIC ZZZZZZZZZ9.
017000     05  FILLER                   PIC X(02)  VALUE SPACES.
017100     05  DLR184-E-CODE            PIC X(04).
017200     05  FILLER                   PIC X(02)  VALUE SPACES.
017300     05  DLR184-E-TEXT            PIC X(30).
017400 01  DLR184-OVERDUE-HEADING.
017500     05  FILLER                   PIC X(40)  VALUE
017600         'CONVERSIONS AWAITING A PARTNER RESPONSE'.
017700     05  FILLER                   PIC X(14)  VALUE
017800         'LONGER THAN  '.
017900     05  DLR184-OH-DAYS           PIC ZZ9.
018000     05  FILLER                   PIC X(05)  VALUE ' DAYS'.
018100 01  DLR184-OVERDUE-LINE.
018200     05  DLR184-O-PARTNER         PIC X(04).
018300     05  FILLER                   PIC X(02)  VALUE SPACES.
018400     05  DLR184-O-REFERENCE       PIC X(14).
018500     05  FILLER                   PIC X(02)  VALUE SPACES.
018600     05  DLR184-O-CARD-NO         PIC 9(16).
018700     05  FILLER                   PIC X(02)  VALUE SPACES.
018800     05  DLR184-O-TRANS-DATE      PIC 9(08).
018900     05  FILLER                   PIC X(02)  VALUE SPACES.
019000     05  DLR184-O-POINTS          PIC ZZZZZZZZ9.
019100     05  FILLER                   PIC X(02)  VALUE SPACES.
019200     05  DLR184-O-DAYS            PIC ZZZZ9.
019300     05  FILLER                   PIC X(05)  VALUE ' DAYS'.
019400 01  DLR184-PARTNER-HEADING.
019500     05  FILLER                   PIC X(40)  VALUE
019600         'RESPONSES BY PARTNER'.
019700 01  DLR184-RECON-HEADING.
019800     05  FILLER                   PIC X(36)  VALUE 'PARTNER'.
019900     05  FILLER                   PIC X(09)  VALUE '     READ'.
020000     05  FILLER                   PIC X(21)  VALUE
020100         ' ACCEPTED     POINTS'.
020200     05  FILLER                   PIC X(21)  VALUE
020300         ' REJECTED   RETURNED'.
020400     05  FILLER                   PIC X(20)  VALUE
020500         '  EXCEPTS   OVERDUE'.
020600 01  DLR184-PARTNER-LINE.
020700     05  DLR184-PL-CODE           PIC X(04).
020800     05  FILLER                   PIC X(02)  VALUE SPACES.
020900     05  DLR184-PL-NAME           PIC X(30).
021000     05  DLR184-PL-READ           PIC ZZZZZZZZ9.
021100     05  DLR184-PL-ACC-COUNT      PIC ZZZZZZZZ9.
021200     05  DLR184-PL-ACC-POINTS     PIC ZZZZZZZZZZ9.
021300     05  FILLER                   PIC X(01)  VALUE SPACES.
021400     05  DLR184-PL-REJ-COUNT      PIC ZZZZZZZZ9.
021500     05  DLR184-PL-REJ-POINTS     PIC ZZZZZZZZZZ9.
021600     05  DLR184-PL-EXC-COUNT      PIC ZZZZZZZZ9.
021700     05  DLR184-PL-OVERDUE        PIC ZZZZZZZZZ9.
021800 01  DLR184-TOTAL-LINE.
021900     05  DLR184-T-LABEL           PIC X(40).
022000     05  DLR184-T-COUNT           PIC ZZZZZZZZ9.
022100     05  FILLER                   PIC X(02)  VALUE SPACES.
022200     05  DLR184-T-POINTS          PIC -ZZZZZZZZZZ9.
022300     05  FILLER                   PIC X(07)  VALUE ' POINTS'.
022400 01  DLR184-BLANK-LINE            PIC X(01)  VALUE SPACE.
022500 PROCEDURE DIVISION.
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE.
022800     PERFORM 2000-PROCESS-RESPONSE
022900         UNTIL DLR184-EOF.
023000     PERFORM 3000-LIST-OVERDUE.
023100     PERFORM 8000-PRINT-TOTALS.
023200     PERFORM 9000-TERMINATE.
023300     STOP RUN.
023400
023500 1000-INITIALIZE.
023600     OPEN INPUT  RESPONSE-FILE.
023700     OPEN I-O    BALANCE-MASTER
023800                 EXCHANGE-LOG.
023850     OPEN INPUT  BLOCK-REGISTER.
023900     OPEN OUTPUT RESPONSE-REPORT.
024000     ACCEPT DLR184-RUN-DATE FROM DATE YYYYMMDD.
024100     COMPUTE DLR184-RUN-PERIOD = DLR184-RUN-DATE / 100.
024200     PERFORM 1100-LOAD-PARAMETERS.
024300     DISPLAY 'DLR184 ACK DAYS USED     = ' DLR184-ACK-DAYS.
024400     PERFORM 1200-LOAD-PARTNERS.
024500     MOVE DLR184-RUN-DATE TO DLR184-H-RUN-DATE.
024600     WRITE RESPONSE-LINE FROM DLR184-HEADING-1.
024700     WRITE RESPONSE-LINE FROM DLR184-BLANK-LINE.
024800     WRITE RESPONSE-LINE FROM DLR184-HEADING-2.
024900     WRITE RESPONSE-LINE FROM DLR184-HEADING-3.
025000     PERFORM 2100-READ-RESPONSE.
025100 1000-EXIT.
025200     EXIT.
025300
025400*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
025500*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
025600 1100-LOAD-PARAMETERS.
025700     OPEN INPUT PARAM-FILE.
025800     PERFORM 1110-READ-PARAM.
025900     PERFORM 1120-TEST-ONE-PARAM
026000         UNTIL DLR184-PARM-EOF.
026100     CLOSE PARAM-FILE.
026200 1100-EXIT.
026300     EXIT.
026400
026500 1110-READ-PARAM.
026600     READ PARAM-FILE
026700         AT END
026800             MOVE 'Y' TO DLR184-PARM-EOF-SW
026900     END-READ.
027000 1110-EXIT.
027100     EXIT.
027200
027300 1120-TEST-ONE-PARAM.
027400     IF  DLPARAMM-JOB-NAME = 'DLR184  '
027500     AND DLPARAMM-EFF-FROM <= DLR184-RUN-DATE
027600         EVALUATE TRUE
027700             WHEN DLPARAMM-PARAM-NAME = 'ACK-DAYS    '
027800             AND  DLPARAMM-EFF-FROM >= DLR184-BEST-EFF-DAYS
027900                 MOVE DLPARAMM-EFF-FROM
028000                     TO DLR184-BEST-EFF-DAYS
028100                 MOVE DLPARAMM-PARAM-VALUE
028200                     TO DLR184-ACK-DAYS
028300             WHEN OTHER
028400                 CONTINUE
028500         END-EVALUATE
028600     END-IF.
028700     PERFORM 1110-READ-PARAM.
028800 1120-EXIT.
028900     EXIT.
029000
029100 1200-LOAD-PARTNERS.
029200     OPEN INPUT PARTNER-FILE.
029300     PERFORM 1210-READ-PARTNER.
029400     PERFORM 1220-STORE-ONE-PARTNER
029500         UNTIL DLR184-PART-EOF.
029600     CLOSE PARTNER-FILE.
029700 1200-EXIT.
029800     EXIT.
029900
030000 1210-READ-PARTNER.
030100     READ PARTNER-FILE
030200         AT END
030300             MOVE 'Y' TO DLR184-PART-EOF-SW
030400     END-READ.
030500 1210-EXIT.
030600     EXIT.
030700
030800*    ONE ENTRY PER PARTNER CODE; LATER CONTRACT ROWS FOR THE
030900*    SAME CODE ONLY REFRESH THE NAME.
031000 1220-STORE-ONE-PARTNER.
031100     MOVE DLPARTMF-PARTNER-CODE TO DLPTXLOG-PARTNER-CODE.
031200     PERFORM 2200-FIND-PARTNER.
031300     IF  DLR184-PARTNER-FOUND
031400         MOVE DLPARTMF-PARTNER-NAME
031500             TO DLR184-P-NAME (DLR184-PART-IX)
031600     ELSE
031700         IF  DLR184-PARTNER-COUNT < 100
031800             ADD 1 TO DLR184-PARTNER-COUNT
031900             SET DLR184-PART-IX TO DLR184-PARTNER-COUNT
032000             INITIALIZE DLR184-PARTNER-ENTRY (DLR184-PART-IX)
032100             MOVE DLPARTMF-PARTNER-CODE
032200                 TO DLR184-P-CODE (DLR184-PART-IX)
032300             MOVE DLPARTMF-PARTNER-NAME
032400                 TO DLR184-P-NAME (DLR184-PART-IX)
032500         ELSE
032600             ADD 1 TO DLR184-PARTNERS-DROPPED
032700         END-IF
032800     END-IF.
032900     PERFORM 1210-READ-PARTNER.
033000 1220-EXIT.
033100     EXIT.
033200
033300 2000-PROCESS-RESPONSE.
033400     ADD 1 TO DLR184-RECS-READ.
033500     MOVE SPACES TO DLR184-EXCEPTION-CODE.
033600     MOVE DLPTXACK-PARTNER-CODE TO DLPTXLOG-PARTNER-CODE.
033700     PERFORM 2200-FIND-PARTNER.
033800     IF  DLR184-PARTNER-FOUND
033900         ADD 1 TO DLR184-P-READ-COUNT (DLR184-PART-IX)
034000     END-IF.
034100     PERFORM 2300-READ-LOG.
034200     EVALUATE TRUE
034300         WHEN NOT DLR184-LOGGED
034400             MOVE 'NOTX' TO DLR184-EXCEPTION-CODE
034500             MOVE 'NO CONVERSION WITH THIS REF'
034600                 TO DLR184-EXCEPTION-TEXT
034700         WHEN NOT DLPTXLOG-SENT
034800             MOVE 'DONE' TO DLR184-EXCEPTION-CODE
034900             MOVE 'CONVERSION ALREADY ANSWERED'
035000                 TO DLR184-EXCEPTION-TEXT
035100         WHEN DLPTXACK-POINTS NOT NUMERIC
035200         OR   DLPTXACK-POINTS NOT = DLPTXLOG-POINTS
035300             MOVE 'PTSD' TO DLR184-EXCEPTION-CODE
035400             MOVE 'POINTS DIFFER FROM CONVERSION'
035500                 TO DLR184-EXCEPTION-TEXT
035600         WHEN DLPTXACK-ACCEPTED
035700             PERFORM 2400-ACCEPT-CONVERSION
035800         WHEN DLPTXACK-REJECTED
035900             PERFORM 2500-REJECT-CONVERSION
036000         WHEN OTHER
036100             MOVE 'STAT' TO DLR184-EXCEPTION-CODE
036200             MOVE 'RESPONSE STATUS NOT A OR R'
036300                 TO DLR184-EXCEPTION-TEXT
036400     END-EVALUATE.
036500     IF  DLR184-EXCEPTION-CODE NOT = SPACES
036600         PERFORM 2900-WRITE-EXCEPTION
036700     END-IF.
036800     PERFORM 2100-READ-RESPONSE.
036900 2000-EXIT.
037000     EXIT.
037100
037200 2100-READ-RESPONSE.
037300     READ RESPONSE-FILE
037400         AT END
037500             MOVE 'Y' TO DLR184-EOF-SW
037600     END-READ.
037700 2100-EXIT.
037800     EXIT.
037900
038000*    LOOKS UP THE PARTNER CODE HELD IN DLPTXLOG-PARTNER-CODE.
038100 2200-FIND-PARTNER.
038200     MOVE 'N' TO DLR184-PARTNER-SW.
038300     SET DLR184-PART-IX TO 1.
038400     SEARCH DLR184-PARTNER-ENTRY
038500         AT END
038600             CONTINUE
038700         WHEN DLR184-PART-IX > DLR184-PARTNER-COUNT
038800             CONTINUE
038900         WHEN DLR184-P-CODE (DLR184-PART-IX)
039000                 = DLPTXLOG-PARTNER-CODE
039100             MOVE 'Y' TO DLR184-PARTNER-SW
039200     END-SEARCH.
039300 2200-EXIT.
039400     EXIT.
039500
039600 2300-READ-LOG.
039700     MOVE DLPTXACK-PARTNER-CODE TO DLPTXLOG-PARTNER-CODE.
039800     MOVE 'O'                   TO DLPTXLOG-DIRECTION.
039900     MOVE DLPTXACK-REFERENCE    TO DLPTXLOG-REFERENCE.
040000     READ EXCHANGE-LOG
040100         INVALID KEY
040200             MOVE 'N' TO DLR184-LOGGED-SW
040300         NOT INVALID KEY
040400             MOVE 'Y' TO DLR184-LOGGED-SW
040500     END-READ.
040600 2300-EXIT.
040700     EXIT.
040800
040900 2400-ACCEPT-CONVERSION.
041000     MOVE 'A'             TO DLPTXLOG-STATUS.
041100     MOVE DLR184-RUN-DATE TO DLPTXLOG-STATUS-DATE.
041200     PERFORM 2800-REWRITE-LOG.
041300     ADD 1 TO DLR184-ACCEPTED.
041400     ADD DLPTXLOG-POINTS TO DLR184-POINTS-ACCEPTED.
041500     IF  DLR184-PARTNER-FOUND
041600         ADD 1 TO DLR184-P-ACC-COUNT (DLR184-PART-IX)
041700         ADD DLPTXLOG-POINTS
041800             TO DLR184-P-ACC-POINTS (DLR184-PART-IX)
041900     END-IF.
042000 2400-EXIT.
042100     EXIT.
042200
042300*    THE POINTS GO BACK AS A FRESH CREDIT IN THE CURRENT MONTH;
042400*    THE BUCKETS THEY CAME FROM MAY SINCE HAVE ROLLED OFF.
042410*    A CARD REPLACED SINCE THE CONVERSION WAS SENT TAKES THE
042420*    POINTS BACK ON THE CARD THAT REPLACED IT.
042500 2500-REJECT-CONVERSION.
042600     PERFORM 2550-FIND-LIVE-CARD.
042650     MOVE DLR184-CREDIT-CARD-NO TO DLPTSBAL-CUST-NO.
042700     READ BALANCE-MASTER
042800         INVALID KEY
042900             MOVE 'N' TO DLR184-FOUND-SW
043000         NOT INVALID KEY
043100             MOVE 'Y' TO DLR184-FOUND-SW
043200     END-READ.
043300     IF  NOT DLR184-FOUND
043400         MOVE 'NOCD' TO DLR184-EXCEPTION-CODE
043500         MOVE 'CARD HAS NO POINTS BALANCE ROW'
043600             TO DLR184-EXCEPTION-TEXT
043700     ELSE
043800         PERFORM 2600-ROLL-BUCKETS
043900         ADD DLPTXLOG-POINTS TO DLPTSBAL-MONTH-EARNED (1)
044000         ADD DLPTXLOG-POINTS TO DLPTSBAL-BALANCE
044100         SUBTRACT DLPTXLOG-POINTS FROM DLPTSBAL-LIFE-REDEEMED
044200         MOVE DLR184-RUN-DATE TO DLPTSBAL-LAST-ACTIVITY
044300         REWRITE DLPTSBAL-RECORD
044400             INVALID KEY
044500                 DISPLAY 'DLR184 DLPTSBAL REWRITE FAILED '
044600                     DLPTSBAL-CUST-NO
044700         END-REWRITE
044800         MOVE 'R'              TO DLPTXLOG-STATUS
044900         MOVE DLR184-RUN-DATE  TO DLPTXLOG-STATUS-DATE
045000         MOVE DLPTXACK-REASON  TO DLPTXLOG-REJECT-REASON
045100         PERFORM 2800-REWRITE-LOG
045200         ADD 1 TO DLR184-REJECTED
045300         ADD DLPTXLOG-POINTS TO DLR184-POINTS-RETURNED
045310         IF  DLR184-CREDIT-CARD-NO NOT = DLPTXLOG-CARD-NO
045320             ADD 1 TO DLR184-REDIRECTED
045330             ADD DLPTXLOG-POINTS TO DLR184-POINTS-REDIRECTED
045340         END-IF
045400         IF  DLR184-PARTNER-FOUND
045500             ADD 1 TO DLR184-P-REJ-COUNT (DLR184-PART-IX)
045600             ADD DLPTXLOG-POINTS
045700                 TO DLR184-P-REJ-POINTS (DLR184-PART-IX)
045800         END-IF
045900     END-IF.
046000 2500-EXIT.
046100     EXIT.
046200
046203*    FOLLOWS THE BLOCKED REGISTER DOWN ANY CHAIN OF REPLACEMENTS;
046206*    THE HOP LIMIT ONLY GUARDS A DAMAGED REGISTER.
046209 2550-FIND-LIVE-CARD.
046212     MOVE DLPTXLOG-CARD-NO TO DLR184-CREDIT-CARD-NO.
046215     MOVE ZERO TO DLR184-BLOCK-HOPS.
046218     MOVE 'Y' TO DLR184-BLOCKED-SW.
046221     PERFORM 2560-TEST-BLOCKED
046224         UNTIL NOT DLR184-BLOCKED
046227            OR DLR184-BLOCK-HOPS > 9.
046230 2550-EXIT.
046233     EXIT.
046236
046239 2560-TEST-BLOCKED.
046242     MOVE DLR184-CREDIT-CARD-NO TO DLCRDBLK-CARD-NO.
046245     READ BLOCK-REGISTER
046248         INVALID KEY
046251             MOVE 'N' TO DLR184-BLOCKED-SW
046254         NOT INVALID KEY
046257             MOVE DLCRDBLK-REPLACED-BY TO DLR184-CREDIT-CARD-NO
046260             ADD 1 TO DLR184-BLOCK-HOPS
046263     END-READ.
046266 2560-EXIT.
046269     EXIT.
046272
046300*    SAME ROLL AS DLR112 - WHAT FALLS OFF BUCKET 12 EXPIRES.
046400 2600-ROLL-BUCKETS.
046500     MOVE DLPTSBAL-CURR-PERIOD TO DLR184-MAST-PERIOD.
046600     COMPUTE DLR184-MONTH-DIFF =
046700         (DLR184-RUN-CCYY - DLR184-MAST-CCYY) * 12
046800             + DLR184-RUN-MM - DLR184-MAST-MM.
046900     PERFORM 2650-SHIFT-ONE-MONTH
047000         UNTIL DLR184-MONTH-DIFF <= ZERO.
047100 2600-EXIT.
047200     EXIT.
047300
047400 2650-SHIFT-ONE-MONTH.
047500     IF  DLPTSBAL-MONTH-EARNED (12) NOT = ZERO
047600         SUBTRACT DLPTSBAL-MONTH-EARNED (12)
047700             FROM DLPTSBAL-BALANCE
047800         ADD DLPTSBAL-MONTH-EARNED (12)
047900             TO DLPTSBAL-LIFE-EXPIRED
048000         ADD DLPTSBAL-MONTH-EARNED (12)
048100             TO DLR184-POINTS-EXPIRED
048200     END-IF.
048300     PERFORM 2660-SHIFT-ONE-BUCKET
048400         VARYING DLR184-BUCKET-SUB FROM 12 BY -1
048500         UNTIL DLR184-BUCKET-SUB < 2.
048600     MOVE ZERO TO DLPTSBAL-MONTH-EARNED (1).
048700     IF  FUNCTION MOD (DLPTSBAL-CURR-PERIOD, 100) = 12
048800         COMPUTE DLPTSBAL-CURR-PERIOD =
048900             DLPTSBAL-CURR-PERIOD + 89
049000     ELSE
049100         ADD 1 TO DLPTSBAL-CURR-PERIOD
049200     END-IF.
049300     SUBTRACT 1 FROM DLR184-MONTH-DIFF.
049400 2650-EXIT.
049500     EXIT.
049600
049700 2660-SHIFT-ONE-BUCKET.
049800     MOVE DLPTSBAL-MONTH-EARNED (DLR184-BUCKET-SUB - 1)
049900         TO DLPTSBAL-MONTH-EARNED (DLR184-BUCKET-SUB).
050000 2660-EXIT.
050100     EXIT.
050200
050300 2800-REWRITE-LOG.
050400     REWRITE DLPTXLOG-RECORD
050500         INVALID KEY
050600             DISPLAY 'DLR184 DLPTXLOG REWRITE FAILED '
050700                 DLPTXLOG-KEY
050800     END-REWRITE.
050900 2800-EXIT.
051000     EXIT.
051100
051200 2900-WRITE-EXCEPTION.
051300     ADD 1 TO DLR184-EXCEPTIONS.
051400     IF  DLR184-PARTNER-FOUND
051500         ADD 1 TO DLR184-P-EXC-COUNT (DLR184-PART-IX)
051600     END-IF.
051700     MOVE DLPTXACK-PARTNER-CODE TO DLR184-E-PARTNER.
051800     MOVE DLPTXACK-REFERENCE    TO DLR184-E-REFERENCE.
051900     MOVE DLPTXACK-CARD-NO      TO DLR184-E-CARD-NO.
052000     MOVE DLPTXACK-STATUS       TO DLR184-E-STATUS.
052100     IF  DLPTXACK-POINTS IS NUMERIC
052200         MOVE DLPTXACK-POINTS   TO DLR184-E-RSP-POINTS
052300     ELSE
052400         MOVE ZERO              TO DLR184-E-RSP-POINTS
052500     END-IF.
052600     IF  DLR184-LOGGED
052700         MOVE DLPTXLOG-POINTS   TO DLR184-E-LOG-POINTS
052800     ELSE
052900         MOVE ZERO              TO DLR184-E-LOG-POINTS
053000     END-IF.
053100     MOVE DLR184-EXCEPTION-CODE TO DLR184-E-CODE.
053200     MOVE DLR184-EXCEPTION-TEXT TO DLR184-E-TEXT.
053300     WRITE RESPONSE-LINE FROM DLR184-EXCEPTION-LINE.
053400 2900-EXIT.
053500     EXIT.
053600
053700*    A FULL PASS OF THE LOG FOR OUTBOUND ROWS STILL AT SENT.
053800 3000-LIST-OVERDUE.
053900     MOVE DLR184-ACK-DAYS TO DLR184-OH-DAYS.
054000     WRITE RESPONSE-LINE FROM DLR184-BLANK-LINE.
054100     WRITE RESPONSE-LINE FROM DLR184-OVERDUE-HEADING.
054200     MOVE LOW-VALUES TO DLPTXLOG-KEY.
054300     START EXCHANGE-LOG KEY NOT < DLPTXLOG-KEY
054400         INVALID KEY
054500             MOVE 'Y' TO DLR184-LOG-EOF-SW
054600     END-START.
054700     IF  NOT DLR184-LOG-EOF
054800         PERFORM 3100-READ-NEXT-LOG
054900     END-IF.
055000     PERFORM 3200-TEST-ONE-LOG
055100         UNTIL DLR184-LOG-EOF.
055200 3000-EXIT.
055300     EXIT.
055400
055500 3100-READ-NEXT-LOG.
055600     READ EXCHANGE-LOG NEXT RECORD
055700         AT END
055800             MOVE 'Y' TO DLR184-LOG-EOF-SW
055900     END-READ.
056000 3100-EXIT.
056100     EXIT.
056200
056300 3200-TEST-ONE-LOG.
056400     IF  DLPTXLOG-OUTBOUND
056500     AND DLPTXLOG-SENT
056600         COMPUTE DLR184-DAYS-WAITING =
056700             FUNCTION INTEGER-OF-DATE (DLR184-RUN-DATE)
056800           - FUNCTION INTEGER-OF-DATE (DLPTXLOG-STATUS-DATE)
056900         IF  DLR184-DAYS-WAITING > DLR184-ACK-DAYS
057000             PERFORM 3300-WRITE-OVERDUE
057100         END-IF
057200     END-IF.
057300     PERFORM 3100-READ-NEXT-LOG.
057400 3200-EXIT.
057500     EXIT.
057600
057700 3300-WRITE-OVERDUE.
057800     ADD 1 TO DLR184-OVERDUE.
057900     ADD DLPTXLOG-POINTS TO DLR184-POINTS-OVERDUE.
058000     PERFORM 2200-FIND-PARTNER.
058100     IF  DLR184-PARTNER-FOUND
058200         ADD 1 TO DLR184-P-OVERDUE (DLR184-PART-IX)
058300     END-IF.
058400     MOVE DLPTXLOG-PARTNER-CODE TO DLR184-O-PARTNER.
058500     MOVE DLPTXLOG-REFERENCE    TO DLR184-O-REFERENCE.
058600     MOVE DLPTXLOG-CARD-NO      TO DLR184-O-CARD-NO.
058700     MOVE DLPTXLOG-TRANS-DATE   TO DLR184-O-TRANS-DATE.
058800     MOVE DLPTXLOG-POINTS       TO DLR184-O-POINTS.
058900     MOVE DLR184-DAYS-WAITING   TO DLR184-O-DAYS.
059000     WRITE RESPONSE-LINE FROM DLR184-OVERDUE-LINE.
059100 3300-EXIT.
059200     EXIT.
059300
059400 8000-PRINT-TOTALS.
059500     WRITE RESPONSE-LINE FROM DLR184-BLANK-LINE.
059600     WRITE RESPONSE-LINE FROM DLR184-PARTNER-HEADING.
059700     WRITE RESPONSE-LINE FROM DLR184-RECON-HEADING.
059800     PERFORM 8100-PRINT-ONE-PARTNER
059900         VARYING DLR184-PART-IX FROM 1 BY 1
060000         UNTIL DLR184-PART-IX > DLR184-PARTNER-COUNT.
060100     WRITE RESPONSE-LINE FROM DLR184-BLANK-LINE.
060200     MOVE 'RESPONSES READ' TO DLR184-T-LABEL.
060300     MOVE DLR184-RECS-READ TO DLR184-T-COUNT.
060400     MOVE ZERO TO DLR184-T-POINTS.
060500     WRITE RESPONSE-LINE FROM DLR184-TOTAL-LINE.
060600     MOVE 'ACCEPTED - READY FOR SETTLEMENT' TO DLR184-T-LABEL.
060700     MOVE DLR184-ACCEPTED TO DLR184-T-COUNT.
060800     MOVE DLR184-POINTS-ACCEPTED TO DLR184-T-POINTS.
060900     WRITE RESPONSE-LINE FROM DLR184-TOTAL-LINE.
061000     MOVE 'REJECTED - POINTS RETURNED TO MEMBER'
061100         TO DLR184-T-LABEL.
061200     MOVE DLR184-REJECTED TO DLR184-T-COUNT.
061300     MOVE DLR184-POINTS-RETURNED TO DLR184-T-POINTS.
061400     WRITE RESPONSE-LINE FROM DLR184-TOTAL-LINE.
061410     MOVE '  OF WHICH TO A REPLACEMENT CARD' TO DLR184-T-LABEL.
061420     MOVE DLR184-REDIRECTED TO DLR184-T-COUNT.
061430     MOVE DLR184-POINTS-REDIRECTED TO DLR184-T-POINTS.
061440     WRITE RESPONSE-LINE FROM DLR184-TOTAL-LINE.
061500     MOVE 'EXCEPTIONS' TO DLR184-T-LABEL.
061600     MOVE DLR184-EXCEPTIONS TO DLR184-T-COUNT.
061700     MOVE ZERO TO DLR184-T-POINTS.
061800     WRITE RESPONSE-LINE FROM DLR184-TOTAL-LINE.
061900     MOVE 'OVERDUE - NO RESPONSE YET' TO DLR184-T-LABEL.
062000     MOVE DLR184-OVERDUE TO DLR184-T-COUNT.
062100     MOVE DLR184-POINTS-OVERDUE TO DLR184-T-POINTS.
062200     WRITE RESPONSE-LINE FROM DLR184-TOTAL-LINE.
062300     MOVE 'POINTS EXPIRED BY THE BUCKET ROLL' TO DLR184-T-LABEL.
062400     MOVE ZERO TO DLR184-T-COUNT.
062500     MOVE DLR184-POINTS-EXPIRED TO DLR184-T-POINTS.
062600     WRITE RESPONSE-LINE FROM DLR184-TOTAL-LINE.
062700 8000-EXIT.
062800     EXIT.
062900
063000 8100-PRINT-ONE-PARTNER.
063100     IF  DLR184-P-READ-COUNT (DLR184-PART-IX) > ZERO
063200     OR  DLR184-P-OVERDUE (DLR184-PART-IX) > ZERO
063300         MOVE DLR184-P-CODE (DLR184-PART-IX) TO DLR184-PL-CODE
063400         MOVE DLR184-P-NAME (DLR184-PART-IX) TO DLR184-PL-NAME
063500         MOVE DLR184-P-READ-COUNT (DLR184-PART-IX)
063600             TO DLR184-PL-READ
063700         MOVE DLR184-P-ACC-COUNT (DLR184-PART-IX)
063800             TO DLR184-PL-ACC-COUNT
063900         MOVE DLR184-P-ACC-POINTS (DLR184-PART-IX)
064000             TO DLR184-PL-ACC-POINTS
064100         MOVE DLR184-P-REJ-COUNT (DLR184-PART-IX)
064200             TO DLR184-PL-REJ-COUNT
064300         MOVE DLR184-P-REJ-POINTS (DLR184-PART-IX)
064400             TO DLR184-PL-REJ-POINTS
064500         MOVE DLR184-P-EXC-COUNT (DLR184-PART-IX)
064600             TO DLR184-PL-EXC-COUNT
064700         MOVE DLR184-P-OVERDUE (DLR184-PART-IX)
064800             TO DLR184-PL-OVERDUE
064900         WRITE RESPONSE-LINE FROM DLR184-PARTNER-LINE
065000     END-IF.
065100 8100-EXIT.
065200     EXIT.
065300
065400 9000-TERMINATE.
065500     DISPLAY 'DLR184 RESPONSES READ    = ' DLR184-RECS-READ.
065600     DISPLAY 'DLR184 ACCEPTED          = ' DLR184-ACCEPTED.
065700     DISPLAY 'DLR184 REJECTED          = ' DLR184-REJECTED.
065710     DISPLAY 'DLR184 TO REPLACEMENT    = ' DLR184-REDIRECTED.
065800     DISPLAY 'DLR184 EXCEPTIONS        = ' DLR184-EXCEPTIONS.
065900     DISPLAY 'DLR184 OVERDUE           = ' DLR184-OVERDUE.
066000     IF  DLR184-PARTNERS-DROPPED > ZERO
066100         DISPLAY 'DLR184 PARTNER TABLE FULL - DROPPED = '
066200             DLR184-PARTNERS-DROPPED
066300     END-IF.
066400     IF  DLR184-EXCEPTIONS > ZERO
066500     OR  DLR184-OVERDUE > ZERO
066600         MOVE 4 TO RETURN-CODE
066700     END-IF.
066800     CLOSE RESPONSE-FILE
066900           BALANCE-MASTER
067000           EXCHANGE-LOG
067050           BLOCK-REGISTER
067100           RESPONSE-REPORT.
067200 9000-EXIT.
067300     EXIT.
