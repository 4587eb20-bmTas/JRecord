000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR208.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR208 - VENDOR PO CHANGE ACKNOWLEDGEMENTS AND AGED LIST     *
001000*                                                                *
001100*   MATCHES EACH VENDOR ACKNOWLEDGEMENT ON POCHGACK (DLPOCHAK    *
001200*   LAYOUT) BACK TO THE PO CHANGE NOTICE DLR207 SENT, ON THE     *
001300*   DLPOCHGN KEY OF PO AND CHANGE SEQUENCE. AN ACCEPTANCE MARKS  *
001400*   THE NOTICE ACKNOWLEDGED; A REJECTION MARKS IT REJECTED WITH  *
001500*   THE VENDOR'S REASON AND LISTS IT FOR THE BUYER. AN ANSWER    *
001600*   THAT MATCHES NO NOTICE, COMES FROM ANOTHER VENDOR, ANSWERS   *
001700*   A NOTICE ALREADY ANSWERED OR SUPERSEDED OR CARRIES AN        *
001800*   UNKNOWN CODE IS LISTED AS AN EXCEPTION AND CHANGES NOTHING.  *
001900*   NOTICES STILL UNANSWERED AFTER THE DLPARAMM ACK-DAYS LIMIT   *
002000*   (JOB DLR208, DEFAULT 2 DAYS) ARE LISTED, OLDEST FIRST IN     *
002100*   PO ORDER, WITH THE VENDOR NAME SO THE BUYERS CAN CALL.       *
002200*   EXCEPTIONS, REJECTIONS OR AGED NOTICES END THE RUN WITH      *
002300*   RETURN CODE 4.                                               *
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
003600     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT VENDOR-FILE       ASSIGN TO DLVENDMF
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT ACK-FILE          ASSIGN TO POCHGACK
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT NOTICE-LOG        ASSIGN TO DLPOCHGN
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS DYNAMIC
004500                              RECORD KEY IS DLPOCHGN-KEY.
004600     SELECT ACK-REPORT        ASSIGN TO POACKRPT
004700                              ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  PARAM-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  DLPARAMM-RECORD.
005400     COPY DLPARAMM.
005500 FD  VENDOR-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  DLVENDMF-RECORD.
005900     COPY DLVENDMF.
006000 FD  ACK-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  DLPOCHAK-RECORD.
006400     COPY DLPOCHAK.
006500 FD  NOTICE-LOG
006600     LABEL RECORDS ARE STANDARD.
006700 01  DLPOCHGN-RECORD.
006800     COPY DLPOCHGN.
006900 FD  ACK-REPORT
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  ACK-LINE                    PIC X(132).
007300 WORKING-STORAGE SECTION.
007400 01  DLR208-SWITCHES.
007500     05  DLR208-EOF-SW            PIC X(01)  VALUE 'N'.
007600         88  DLR208-EOF                      VALUE 'Y'.
007700     05  DLR208-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
007800         88  DLR208-PARM-EOF                 VALUE 'Y'.
007900     05  DLR208-VEND-EOF-SW       PIC X(01)  VALUE 'N'.
008000         88  DLR208-VEND-EOF                 VALUE 'Y'.
008100     05  DLR208-LOG-EOF-SW        PIC X(01)  VALUE 'N'.
008200         88  DLR208-LOG-EOF                  VALUE 'Y'.
008300     05  DLR208-LOGGED-SW         PIC X(01)  VALUE 'N'.
008400         88  DLR208-LOGGED                   VALUE 'Y'.
008500 01  DLR208-VENDOR-NAME           PIC X(30)  VALUE SPACES.
008600*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
008700 01  DLR208-PARAMETERS.
008800     05  DLR208-ACK-DAYS          PIC 9(09)  VALUE 2.
008900 01  DLR208-BEST-EFF-DATES.
009000     05  DLR208-BEST-EFF-DAYS     PIC 9(08)  VALUE ZERO.
009100 01  DLR208-RUN-DATE              PIC 9(08)  VALUE ZERO.
009200 01  DLR208-DAYS-WAITING          PIC S9(07)  COMP-3.
009300 01  DLR208-EXCEPTION-CODE        PIC X(04).
009400 01  DLR208-EXCEPTION-TEXT        PIC X(30).
009500 01  DLR208-VEND-CONTROL.
009600     05  DLR208-VEND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
009700     05  DLR208-VENDORS-DROPPED   PIC 9(05)        VALUE ZERO.
009800 01  DLR208-VEND-TABLE.
009900     05  DLR208-VEND-ENTRY OCCURS 500 TIMES
010000                           INDEXED BY DLR208-VEND-IX.
010100         10  DLR208-V-VENDOR-NO   PIC 9(10).
010200         10  DLR208-V-NAME        PIC X(30).
010300*    THE RUN'S REJECTIONS, HELD TO BE LISTED AFTER THE
010400*    EXCEPTIONS.
010500 01  DLR208-REJ-CONTROL.
010600     05  DLR208-REJ-COUNT         PIC S9(04)  COMP  VALUE ZERO.
010700     05  DLR208-REJ-OVERFLOW      PIC 9(05)        VALUE ZERO.
010800 01  DLR208-REJ-TABLE.
010900     05  DLR208-REJ-ENTRY OCCURS 500 TIMES
011000                          INDEXED BY DLR208-REJ-IX.
011100         10  DLR208-R-PO-NO       PIC 9(12).
011200         10  DLR208-R-SEQ         PIC 9(03).
011300         10  DLR208-R-VENDOR      PIC 9(10).
011400         10  DLR208-R-DEPARTMENT  PIC X(04).
011500         10  DLR208-R-ISSUE-DATE  PIC 9(08).
011600         10  DLR208-R-REASON      PIC X(30).
011700 01  DLR208-COUNTERS.
011800     05  DLR208-RECS-READ         PIC 9(07)  VALUE ZERO.
011900     05  DLR208-ACCEPTED          PIC 9(07)  VALUE ZERO.
012000     05  DLR208-REJECTED          PIC 9(07)  VALUE ZERO.
012100     05  DLR208-EXCEPTIONS        PIC 9(07)  VALUE ZERO.
012200     05  DLR208-OVERDUE           PIC 9(07)  VALUE ZERO.
012300     05  DLR208-OUTSTANDING       PIC 9(07)  VALUE ZERO.
012400 01  DLR208-HEADING-1.
012500     05  FILLER                   PIC X(53)  VALUE
012600         'DLR208 - VENDOR PO CHANGE ACKNOWLEDGEMENTS       RUN '.
012700     05  DLR208-H-RUN-DATE        PIC 9(08).
012800 01  DLR208-HEADING-2.
012900     05  FILLER                   PIC X(40)  VALUE
013000         'ACK EXCEPTIONS - NOTHING CHANGED'.
013100 01  DLR208-HEADING-3.
013200     05  FILLER                   PIC X(14)  VALUE 'PO NUMBER'.
013300     05  FILLER                   PIC X(05)  VALUE 'SEQ'.
013400     05  FILLER                   PIC X(12)  VALUE 'VENDOR'.
013500     05  FILLER                   PIC X(04)  VALUE 'CD'.
013600     05  FILLER                   PIC X(10)  VALUE 'ACK DATE'.
013700     05  FILLER                   PIC X(06)  VALUE 'CODE'.
013800     05  FILLER                   PIC X(30)  VALUE 'REASON'.
013900 01  DLR208-EXCEPTION-LINE.
014000     05  DLR208-E-PO-NO           PIC X(12).
014100     05  FILLER                   PIC X(02)  VALUE SPACES.
014200     05  DLR208-E-SEQ             PIC X(03).
014300     05  FILLER                   PIC X(02)  VALUE SPACES.
014400     05  DLR208-E-VENDOR          PIC X(10).
014500     05  FILLER                   PIC X(02)  VALUE SPACES.
014600     05  DLR208-E-ACK-CODE        PIC X(02).
014700     05  FILLER                   PIC X(02)  VALUE SPACES.
014800     05  DLR208-E-ACK-DATE        PIC X(08).
014900     05  FILLER                   PIC X(02)  VALUE SPACES.
015000     05  DLR208-E-CODE            PIC X(04).
015100     05  FILLER                   PIC X(02)  VALUE SPACES.
015200     05  DLR208-E-TEXT            PIC X(30).
015300 01  DLR208-REJECT-HEADING.
015400     05  FILLER                   PIC X(40)  VALUE
015500         'CHANGE NOTICES REJECTED BY THE VENDOR'.
015600 01  DLR208-LIST-HEADING.
015700     05  FILLER                   PIC X(14)  VALUE 'PO NUMBER'.
015800     05  FILLER                   PIC X(05)  VALUE 'SEQ'.
015900     05  FILLER                   PIC X(12)  VALUE 'VENDOR'.
016000     05  FILLER                   PIC X(32)  VALUE 'VENDOR NAME'.
016100     05  FILLER                   PIC X(06)  VALUE 'DEPT'.
016200     05  FILLER                   PIC X(10)  VALUE 'ISSUED'.
016300     05  FILLER                   PIC X(30)  VALUE
016400         'REASON / DAYS WAITING'.
016500 01  DLR208-REJECT-LINE.
016600     05  DLR208-RL-PO-NO          PIC 9(12).
016700     05  FILLER                   PIC X(02)  VALUE SPACES.
016800     05  DLR208-RL-SEQ            PIC 9(03).
016900     05  FILLER                   PIC X(02)  VALUE SPACES.
017000     05  DLR208-RL-VENDOR         PIC 9(10).
017100     05  FILLER                   PIC X(02)  VALUE SPACES.
017200     05  DLR208-RL-NAME           PIC X(30).
017300     05  FILLER                   PIC X(02)  VALUE SPACES.
017400     05  DLR208-RL-DEPARTMENT     PIC X(04).
017500     05  FILLER                   PIC X(02)  VALUE SPACES.
017600     05  DLR208-RL-ISSUE-DATE     PIC 9(08).
017700     05  FILLER                   PIC X(02)  VALUE SPACES.
017800     05  DLR208-RL-REASON         PIC X(30).
017900 01  DLR208-OVERDUE-HEADING.
018000     05  FILLER                   PIC X(40)  VALUE
018100         'CHANGE NOTICES AWAITING ACKNOWLEDGEMENT'.
018200     05  FILLER                   PIC X(14)  VALUE
018300         'LONGER THAN  '.
018400     05  DLR208-OH-DAYS           PIC ZZ9.
018500     05  FILLER                   PIC X(05)  VALUE ' DAYS'.
018600 01  DLR208-OVERDUE-LINE.
018700     05  DLR208-O-PO-NO           PIC 9(12).
018800     05  FILLER                   PIC X(02)  VALUE SPACES.
018900     05  DLR208-O-SEQ             PIC 9(03).
019000     05  FILLER                   PIC X(02)  VALUE SPACES.
019100     05  DLR208-O-VENDOR          PIC 9(10).
019200     05  FILLER                   PIC X(02)  VALUE SPACES.
019300     05  DLR208-O-NAME            PIC X(30).
019400     05  FILLER                   PIC X(02)  VALUE SPACES.
019500     05  DLR208-O-DEPARTMENT      PIC X(04).
019600     05  FILLER                   PIC X(02)  VALUE SPACES.
019700     05  DLR208-O-ISSUE-DATE      PIC 9(08).
019800     05  FILLER                   PIC X(02)  VALUE SPACES.
019900     05  DLR208-O-DAYS            PIC ZZZZ9.
020000     05  FILLER                   PIC X(06)  VALUE ' DAYS '.
020100     05  DLR208-O-PURPOSE         PIC X(12).
020200 01  DLR208-TOTAL-LINE.
020300     05  DLR208-T-LABEL           PIC X(40).
020400     05  DLR208-T-COUNT           PIC ZZZZZZZZ9.
020500 01  DLR208-BLANK-LINE            PIC X(01)  VALUE SPACE.
020600 PROCEDURE DIVISION.
020700 0000-MAINLINE.
020800     PERFORM 1000-INITIALIZE.
020900     PERFORM 2000-PROCESS-ACK
021000         UNTIL DLR208-EOF.
021100     PERFORM 3000-LIST-REJECTIONS.
021200     PERFORM 4000-LIST-OVERDUE.
021300     PERFORM 8000-PRINT-TOTALS.
021400     PERFORM 9000-TERMINATE.
021500     STOP RUN.
021600
021700 1000-INITIALIZE.
021800     OPEN INPUT  ACK-FILE.
021900     OPEN I-O    NOTICE-LOG.
022000     OPEN OUTPUT ACK-REPORT.
022100     ACCEPT DLR208-RUN-DATE FROM DATE YYYYMMDD.
022200     PERFORM 1100-LOAD-PARAMETERS.
022300     DISPLAY 'DLR208 ACK DAYS USED     = ' DLR208-ACK-DAYS.
022400     PERFORM 1200-LOAD-VENDORS.
022500     MOVE DLR208-RUN-DATE TO DLR208-H-RUN-DATE.
022600     WRITE ACK-LINE FROM DLR208-HEADING-1.
022700     WRITE ACK-LINE FROM DLR208-BLANK-LINE.
022800     WRITE ACK-LINE FROM DLR208-HEADING-2.
022900     WRITE ACK-LINE FROM DLR208-HEADING-3.
023000     PERFORM 2100-READ-ACK.
023100 1000-EXIT.
023200     EXIT.
023300
023400*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
023500*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS.
023600 1100-LOAD-PARAMETERS.
023700     OPEN INPUT PARAM-FILE.
023800     PERFORM 1110-READ-PARAM.
023900     PERFORM 1120-TEST-ONE-PARAM
024000         UNTIL DLR208-PARM-EOF.
024100     CLOSE PARAM-FILE.
024200 1100-EXIT.
024300     EXIT.
024400
024500 1110-READ-PARAM.
024600     READ PARAM-FILE
024700         AT END
024800             MOVE 'Y' TO DLR208-PARM-EOF-SW
024900     END-READ.
025000 1110-EXIT.
025100     EXIT.
025200
025300 1120-TEST-ONE-PARAM.
025400     IF  DLPARAMM-JOB-NAME = 'DLR208  '
025500     AND DLPARAMM-EFF-FROM <= DLR208-RUN-DATE
025600         EVALUATE TRUE
025700             WHEN DLPARAMM-PARAM-NAME = 'ACK-DAYS    '
025800             AND  DLPARAMM-EFF-FROM >= DLR208-BEST-EFF-DAYS
025900                 MOVE DLPARAMM-EFF-FROM
026000                     TO DLR208-BEST-EFF-DAYS
026100                 MOVE DLPARAMM-PARAM-VALUE
026200                     TO DLR208-ACK-DAYS
026300             WHEN OTHER
026400                 CONTINUE
026500         END-EVALUATE
026600     END-IF.
026700     PERFORM 1110-READ-PARAM.
026800 1120-EXIT.
026900     EXIT.
027000
027100 1200-LOAD-VENDORS.
027200     OPEN INPUT VENDOR-FILE.
027300     PERFORM 1210-READ-VENDOR.
027400     PERFORM 1220-STORE-ONE-VENDOR
027500         UNTIL DLR208-VEND-EOF.
027600     CLOSE VENDOR-FILE.
027700 1200-EXIT.
027800     EXIT.
027900
028000 1210-READ-VENDOR.
028100     READ VENDOR-FILE
028200         AT END
028300             MOVE 'Y' TO DLR208-VEND-EOF-SW
028400     END-READ.
028500 1210-EXIT.
028600     EXIT.
028700
028800 1220-STORE-ONE-VENDOR.
028900     IF  DLR208-VEND-COUNT < 500
029000         ADD 1 TO DLR208-VEND-COUNT
029100         SET DLR208-VEND-IX TO DLR208-VEND-COUNT
029200         MOVE DLVENDMF-VENDOR-NO
029300             TO DLR208-V-VENDOR-NO (DLR208-VEND-IX)
029400         MOVE DLVENDMF-VENDOR-NAME
029500             TO DLR208-V-NAME (DLR208-VEND-IX)
029600     ELSE
029700         ADD 1 TO DLR208-VENDORS-DROPPED
029800     END-IF.
029900     PERFORM 1210-READ-VENDOR.
030000 1220-EXIT.
030100     EXIT.
030200
030300 2000-PROCESS-ACK.
030400     ADD 1 TO DLR208-RECS-READ.
030500     MOVE SPACES TO DLR208-EXCEPTION-CODE.
030600     PERFORM 2300-READ-LOG.
030700     EVALUATE TRUE
030800         WHEN NOT DLR208-LOGGED
030900             MOVE 'NOTX' TO DLR208-EXCEPTION-CODE
031000             MOVE 'NO CHANGE NOTICE WITH THIS REF'
031100                 TO DLR208-EXCEPTION-TEXT
031200         WHEN DLPOCHAK-VENDOR NOT = DLPOCHGN-VENDOR
031300             MOVE 'VEND' TO DLR208-EXCEPTION-CODE
031400             MOVE 'NOTICE SENT TO ANOTHER VENDOR'
031500                 TO DLR208-EXCEPTION-TEXT
031600         WHEN DLPOCHGN-SUPERSEDED
031700             MOVE 'SUPD' TO DLR208-EXCEPTION-CODE
031800             MOVE 'SUPERSEDED BY A LATER NOTICE'
031900                 TO DLR208-EXCEPTION-TEXT
032000         WHEN NOT DLPOCHGN-OUTSTANDING
032100             MOVE 'DONE' TO DLR208-EXCEPTION-CODE
032200             MOVE 'NOTICE ALREADY ANSWERED'
032300                 TO DLR208-EXCEPTION-TEXT
032400         WHEN DLPOCHAK-ACCEPTED
032500             PERFORM 2400-ACCEPT-NOTICE
032600         WHEN DLPOCHAK-REJECTED
032700             PERFORM 2500-REJECT-NOTICE
032800         WHEN OTHER
032900             MOVE 'STAT' TO DLR208-EXCEPTION-CODE
033000             MOVE 'ACK CODE NOT AC OR RJ'
033100                 TO DLR208-EXCEPTION-TEXT
033200     END-EVALUATE.
033300     IF  DLR208-EXCEPTION-CODE NOT = SPACES
033400         PERFORM 2900-WRITE-EXCEPTION
033500     END-IF.
033600     PERFORM 2100-READ-ACK.
033700 2000-EXIT.
033800     EXIT.
033900
034000 2100-READ-ACK.
034100     READ ACK-FILE
034200         AT END
034300             MOVE 'Y' TO DLR208-EOF-SW
034400     END-READ.
034500 2100-EXIT.
034600     EXIT.
034700
034800 2300-READ-LOG.
034900     MOVE 'N' TO DLR208-LOGGED-SW.
035000     IF  DLPOCHAK-PO-NO NUMERIC
035100     AND DLPOCHAK-CHANGE-SEQ NUMERIC
035200         MOVE DLPOCHAK-PO-NO      TO DLPOCHGN-PO-NO
035300         MOVE DLPOCHAK-CHANGE-SEQ TO DLPOCHGN-CHANGE-SEQ
035400         READ NOTICE-LOG
035500             INVALID KEY
035600                 MOVE 'N' TO DLR208-LOGGED-SW
035700             NOT INVALID KEY
035800                 MOVE 'Y' TO DLR208-LOGGED-SW
035900         END-READ
036000     END-IF.
036100 2300-EXIT.
036200     EXIT.
036300
036400 2400-ACCEPT-NOTICE.
036500     SET DLPOCHGN-ACKNOWLEDGED TO TRUE.
036600     MOVE DLR208-RUN-DATE   TO DLPOCHGN-STATUS-DATE.
036700     MOVE DLPOCHAK-ACK-DATE TO DLPOCHGN-ACK-DATE.
036800     PERFORM 2800-REWRITE-LOG.
036900     ADD 1 TO DLR208-ACCEPTED.
037000 2400-EXIT.
037100     EXIT.
037200
037300 2500-REJECT-NOTICE.
037400     SET DLPOCHGN-REJECTED  TO TRUE.
037500     MOVE DLR208-RUN-DATE   TO DLPOCHGN-STATUS-DATE.
037600     MOVE DLPOCHAK-ACK-DATE TO DLPOCHGN-ACK-DATE.
037700     MOVE DLPOCHAK-REASON   TO DLPOCHGN-REJECT-REASON.
037800     PERFORM 2800-REWRITE-LOG.
037900     ADD 1 TO DLR208-REJECTED.
038000     IF  DLR208-REJ-COUNT < 500
038100         ADD 1 TO DLR208-REJ-COUNT
038200         SET DLR208-REJ-IX TO DLR208-REJ-COUNT
038300         MOVE DLPOCHGN-PO-NO
038400             TO DLR208-R-PO-NO (DLR208-REJ-IX)
038500         MOVE DLPOCHGN-CHANGE-SEQ
038600             TO DLR208-R-SEQ (DLR208-REJ-IX)
038700         MOVE DLPOCHGN-VENDOR
038800             TO DLR208-R-VENDOR (DLR208-REJ-IX)
038900         MOVE DLPOCHGN-DEPARTMENT
039000             TO DLR208-R-DEPARTMENT (DLR208-REJ-IX)
039100         MOVE DLPOCHGN-ISSUE-DATE
039200             TO DLR208-R-ISSUE-DATE (DLR208-REJ-IX)
039300         MOVE DLPOCHGN-REJECT-REASON
039400             TO DLR208-R-REASON (DLR208-REJ-IX)
039500     ELSE
039600         ADD 1 TO DLR208-REJ-OVERFLOW
039700         DISPLAY 'DLR208 REJECTED - PO ' DLPOCHGN-PO-NO
039800             ' SEQ ' DLPOCHGN-CHANGE-SEQ
039900     END-IF.
040000 2500-EXIT.
040100     EXIT.
040200
040300 2800-REWRITE-LOG.
040400     REWRITE DLPOCHGN-RECORD
040500         INVALID KEY
040600             DISPLAY 'DLR208 DLPOCHGN REWRITE FAILED '
040700                 DLPOCHGN-KEY
040800     END-REWRITE.
040900 2800-EXIT.
041000     EXIT.
041100
041200 2900-WRITE-EXCEPTION.
041300     ADD 1 TO DLR208-EXCEPTIONS.
041400     MOVE DLPOCHAK-PO-NO        TO DLR208-E-PO-NO.
041500     MOVE DLPOCHAK-CHANGE-SEQ   TO DLR208-E-SEQ.
041600     MOVE DLPOCHAK-VENDOR       TO DLR208-E-VENDOR.
041700     MOVE DLPOCHAK-ACK-CODE     TO DLR208-E-ACK-CODE.
041800     MOVE DLPOCHAK-ACK-DATE     TO DLR208-E-ACK-DATE.
041900     MOVE DLR208-EXCEPTION-CODE TO DLR208-E-CODE.
042000     MOVE DLR208-EXCEPTION-TEXT TO DLR208-E-TEXT.
042100     WRITE ACK-LINE FROM DLR208-EXCEPTION-LINE.
042200 2900-EXIT.
042300     EXIT.
042400
042500 3000-LIST-REJECTIONS.
042600     WRITE ACK-LINE FROM DLR208-BLANK-LINE.
042700     WRITE ACK-LINE FROM DLR208-REJECT-HEADING.
042800     WRITE ACK-LINE FROM DLR208-LIST-HEADING.
042900     PERFORM 3100-LIST-ONE-REJECTION
043000         VARYING DLR208-REJ-IX FROM 1 BY 1
043100         UNTIL DLR208-REJ-IX > DLR208-REJ-COUNT.
043200 3000-EXIT.
043300     EXIT.
043400
043500 3100-LIST-ONE-REJECTION.
043600     MOVE DLR208-R-PO-NO (DLR208-REJ-IX)  TO DLR208-RL-PO-NO.
043700     MOVE DLR208-R-SEQ (DLR208-REJ-IX)    TO DLR208-RL-SEQ.
043800     MOVE DLR208-R-VENDOR (DLR208-REJ-IX) TO DLR208-RL-VENDOR.
043900     MOVE DLR208-R-VENDOR (DLR208-REJ-IX) TO DLPOCHGN-VENDOR.
044000     PERFORM 5000-FIND-VENDOR-NAME.
044100     MOVE DLR208-VENDOR-NAME TO DLR208-RL-NAME.
044200     MOVE DLR208-R-DEPARTMENT (DLR208-REJ-IX)
044300         TO DLR208-RL-DEPARTMENT.
044400     MOVE DLR208-R-ISSUE-DATE (DLR208-REJ-IX)
044500         TO DLR208-RL-ISSUE-DATE.
044600     MOVE DLR208-R-REASON (DLR208-REJ-IX) TO DLR208-RL-REASON.
044700     WRITE ACK-LINE FROM DLR208-REJECT-LINE.
044800 3100-EXIT.
044900     EXIT.
045000
045100*    A FULL PASS OF THE LOG FOR NOTICES STILL OUTSTANDING.
045200 4000-LIST-OVERDUE.
045300     MOVE DLR208-ACK-DAYS TO DLR208-OH-DAYS.
045400     WRITE ACK-LINE FROM DLR208-BLANK-LINE.
045500     WRITE ACK-LINE FROM DLR208-OVERDUE-HEADING.
045600     WRITE ACK-LINE FROM DLR208-LIST-HEADING.
045700     MOVE LOW-VALUES TO DLPOCHGN-KEY.
045800     START NOTICE-LOG KEY NOT < DLPOCHGN-KEY
045900         INVALID KEY
046000             MOVE 'Y' TO DLR208-LOG-EOF-SW
046100     END-START.
046200     IF  NOT DLR208-LOG-EOF
046300         PERFORM 4100-READ-NEXT-LOG
046400     END-IF.
046500     PERFORM 4200-TEST-ONE-NOTICE
046600         UNTIL DLR208-LOG-EOF.
046700 4000-EXIT.
046800     EXIT.
046900
047000 4100-READ-NEXT-LOG.
047100     READ NOTICE-LOG NEXT RECORD
047200         AT END
047300             MOVE 'Y' TO DLR208-LOG-EOF-SW
047400     END-READ.
047500 4100-EXIT.
047600     EXIT.
047700
047800 4200-TEST-ONE-NOTICE.
047900     IF  DLPOCHGN-OUTSTANDING
048000         ADD 1 TO DLR208-OUTSTANDING
048100         COMPUTE DLR208-DAYS-WAITING =
048200             FUNCTION INTEGER-OF-DATE (DLR208-RUN-DATE)
048300           - FUNCTION INTEGER-OF-DATE (DLPOCHGN-ISSUE-DATE)
048400         IF  DLR208-DAYS-WAITING > DLR208-ACK-DAYS
048500             PERFORM 4300-WRITE-OVERDUE
048600         END-IF
048700     END-IF.
048800     PERFORM 4100-READ-NEXT-LOG.
048900 4200-EXIT.
049000     EXIT.
049100
049200 4300-WRITE-OVERDUE.
049300     ADD 1 TO DLR208-OVERDUE.
049400     MOVE DLPOCHGN-PO-NO        TO DLR208-O-PO-NO.
049500     MOVE DLPOCHGN-CHANGE-SEQ   TO DLR208-O-SEQ.
049600     MOVE DLPOCHGN-VENDOR       TO DLR208-O-VENDOR.
049700     PERFORM 5000-FIND-VENDOR-NAME.
049800     MOVE DLR208-VENDOR-NAME TO DLR208-O-NAME.
049900     MOVE DLPOCHGN-DEPARTMENT   TO DLR208-O-DEPARTMENT.
050000     MOVE DLPOCHGN-ISSUE-DATE   TO DLR208-O-ISSUE-DATE.
050100     MOVE DLR208-DAYS-WAITING   TO DLR208-O-DAYS.
050200     IF  DLPOCHGN-CANCELLATION
050300         MOVE 'CANCELLATION' TO DLR208-O-PURPOSE
050400     ELSE
050500         MOVE 'CHANGE'       TO DLR208-O-PURPOSE
050600     END-IF.
050700     WRITE ACK-LINE FROM DLR208-OVERDUE-LINE.
050800 4300-EXIT.
050900     EXIT.
051000
051100*    LOOKS UP THE VENDOR HELD IN DLPOCHGN-VENDOR.
051200 5000-FIND-VENDOR-NAME.
051300     MOVE '*** NOT ON VENDOR MASTER ***' TO DLR208-VENDOR-NAME.
051400     SET DLR208-VEND-IX TO 1.
051500     SEARCH DLR208-VEND-ENTRY
051600         AT END
051700             CONTINUE
051800         WHEN DLR208-VEND-IX > DLR208-VEND-COUNT
051900             CONTINUE
052000         WHEN DLR208-V-VENDOR-NO (DLR208-VEND-IX)
052100                 = DLPOCHGN-VENDOR
052200             MOVE DLR208-V-NAME (DLR208-VEND-IX)
052300                 TO DLR208-VENDOR-NAME
052400     END-SEARCH.
052500 5000-EXIT.
052600     EXIT.
052700
052800 8000-PRINT-TOTALS.
052900     WRITE ACK-LINE FROM DLR208-BLANK-LINE.
053000     MOVE 'ACKNOWLEDGEMENTS READ' TO DLR208-T-LABEL.
053100     MOVE DLR208-RECS-READ TO DLR208-T-COUNT.
053200     WRITE ACK-LINE FROM DLR208-TOTAL-LINE.
053300     MOVE 'NOTICES ACCEPTED BY THE VENDOR' TO DLR208-T-LABEL.
053400     MOVE DLR208-ACCEPTED TO DLR208-T-COUNT.
053500     WRITE ACK-LINE FROM DLR208-TOTAL-LINE.
053600     MOVE 'NOTICES REJECTED BY THE VENDOR' TO DLR208-T-LABEL.
053700     MOVE DLR208-REJECTED TO DLR208-T-COUNT.
053800     WRITE ACK-LINE FROM DLR208-TOTAL-LINE.
053900     MOVE 'EXCEPTIONS' TO DLR208-T-LABEL.
054000     MOVE DLR208-EXCEPTIONS TO DLR208-T-COUNT.
054100     WRITE ACK-LINE FROM DLR208-TOTAL-LINE.
054200     MOVE 'NOTICES STILL OUTSTANDING' TO DLR208-T-LABEL.
054300     MOVE DLR208-OUTSTANDING TO DLR208-T-COUNT.
054400     WRITE ACK-LINE FROM DLR208-TOTAL-LINE.
054500     MOVE 'OVERDUE - BUYER TO CALL THE VENDOR' TO DLR208-T-LABEL.
054600     MOVE DLR208-OVERDUE TO DLR208-T-COUNT.
054700     WRITE ACK-LINE FROM DLR208-TOTAL-LINE.
054800 8000-EXIT.
054900     EXIT.
055000
055100 9000-TERMINATE.
055200     DISPLAY 'DLR208 ACKS READ         = ' DLR208-RECS-READ.
055300     DISPLAY 'DLR208 ACCEPTED          = ' DLR208-ACCEPTED.
055400     DISPLAY 'DLR208 REJECTED          = ' DLR208-REJECTED.
055500     DISPLAY 'DLR208 EXCEPTIONS        = ' DLR208-EXCEPTIONS.
055600     DISPLAY 'DLR208 OVERDUE           = ' DLR208-OVERDUE.
055700     IF  DLR208-VENDORS-DROPPED > ZERO
055800         DISPLAY 'DLR208 VENDOR TABLE FULL - DROPPED = '
055900             DLR208-VENDORS-DROPPED
056000     END-IF.
056100     IF  DLR208-EXCEPTIONS > ZERO
056200     OR  DLR208-REJECTED > ZERO
056300     OR  DLR208-OVERDUE > ZERO
056400         MOVE 4 TO RETURN-CODE
056500     END-IF.
056600     CLOSE ACK-FILE
056700           NOTICE-LOG
056800           ACK-REPORT.
056900 9000-EXIT.
057000     EXIT.
