000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR211.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR211 - PO APPROVAL QUEUE AUTHORISATION AND PENDING LIST    *
001000*                                                                *
001100*   APPLIES THE AUTHORISATION CARDS (PO NUMBER AND APPROVER)     *
001200*   TO THE DLPOAPPQ QUEUE DLR210 BUILDS. A CARD RELEASES A       *
001300*   QUEUED PO WHEN THE APPROVER IS AN ACTIVE DLBUYAUT BUYER      *
001400*   OTHER THAN THE ONE WHO RAISED IT, WHOSE DEPARTMENT SCOPE     *
001500*   COVERS THE PO AND WHOSE SINGLE-PO LIMIT IS NOT BELOW ITS     *
001600*   VALUE; THE PO THEN PASSES DLR210 ON THE NEXT DOWNLOAD.       *
001700*   EVERY CARD, APPROVED OR DECLINED, IS WRITTEN TO THE          *
001800*   DLPOAPAU AUDIT TRAIL AND PRINTED. THE REPORT ENDS WITH       *
001900*   EVERY PO STILL AWAITING APPROVAL AND HOW LONG IT HAS         *
002000*   WAITED. A DECLINED CARD ENDS THE RUN WITH RETURN CODE 4.     *
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
003300     SELECT AUTH-CARDS        ASSIGN TO POAUTCRD
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT VENDOR-FILE       ASSIGN TO DLVENDMF
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT BUYER-MASTER      ASSIGN TO DLBUYAUT
003800                              ORGANIZATION IS INDEXED
003900                              ACCESS MODE IS RANDOM
004000                              RECORD KEY IS DLBUYAUT-BUYER-ID.
004100     SELECT APPROVAL-QUEUE    ASSIGN TO DLPOAPPQ
004200                              ORGANIZATION IS INDEXED
004300                              ACCESS MODE IS DYNAMIC
004400                              RECORD KEY IS DLPOAPPQ-PO-NO.
004500     SELECT AUDIT-FILE        ASSIGN TO DLPOAPAU
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT APPROVAL-REPORT   ASSIGN TO POAPPRPT
004800                              ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  AUTH-CARDS
005200     RECORDING MODE IS F
005300     LABEL RECORDS ARE STANDARD.
005400 01  AUTH-CARD-REC.
005500     05  AUC-PO-NO               PIC X(12).
005600     05  AUC-PO-NO-9 REDEFINES AUC-PO-NO
005700                                 PIC 9(12).
005800     05  AUC-APPROVER-ID         PIC X(06).
005900     05  FILLER                  PIC X(62).
006000 FD  VENDOR-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  DLVENDMF-RECORD.
006400     COPY DLVENDMF.
006500 FD  BUYER-MASTER
006600     LABEL RECORDS ARE STANDARD.
006700 01  DLBUYAUT-RECORD.
006800     COPY DLBUYAUT.
006900 FD  APPROVAL-QUEUE
007000     LABEL RECORDS ARE STANDARD.
007100 01  DLPOAPPQ-RECORD.
007200     COPY DLPOAPPQ.
007300 FD  AUDIT-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  DLPOAPAU-RECORD.
007700     COPY DLPOAPAU.
007800 FD  APPROVAL-REPORT
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD.
008100 01  APPROVAL-LINE               PIC X(132).
008200 WORKING-STORAGE SECTION.
008300 01  DLR211-SWITCHES.
008400     05  DLR211-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
008500         88  DLR211-CARD-EOF                 VALUE 'Y'.
008600     05  DLR211-VEND-EOF-SW       PIC X(01)  VALUE 'N'.
008700         88  DLR211-VEND-EOF                 VALUE 'Y'.
008800     05  DLR211-QUEUE-EOF-SW      PIC X(01)  VALUE 'N'.
008900         88  DLR211-QUEUE-EOF                VALUE 'Y'.
009000     05  DLR211-QUEUE-FOUND-SW    PIC X(01)  VALUE 'N'.
009100         88  DLR211-QUEUE-FOUND              VALUE 'Y'.
009200     05  DLR211-BUYER-FOUND-SW    PIC X(01)  VALUE 'N'.
009300         88  DLR211-BUYER-FOUND              VALUE 'Y'.
009400 01  DLR211-RUN-DATE              PIC 9(08)  VALUE ZERO.
009500 01  DLR211-DECLINE-TEXT          PIC X(36).
009600 01  DLR211-REASON-TEXT           PIC X(24).
009700 01  DLR211-VENDOR-NAME           PIC X(30)  VALUE SPACES.
009800 01  DLR211-DAYS-WAITING          PIC S9(05) COMP-3.
009900 01  DLR211-VEND-CONTROL.
010000     05  DLR211-VEND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
010100 01  DLR211-VEND-TABLE.
010200     05  DLR211-VEND-ENTRY OCCURS 500 TIMES
010300                           INDEXED BY DLR211-VEND-IX.
010400         10  DLR211-V-VENDOR-NO   PIC 9(10).
010500         10  DLR211-V-NAME        PIC X(30).
010600 01  DLR211-COUNTERS.
010700     05  DLR211-CARDS-READ        PIC 9(07)  VALUE ZERO.
010800     05  DLR211-APPROVED          PIC 9(07)  VALUE ZERO.
010900     05  DLR211-DECLINED          PIC 9(07)  VALUE ZERO.
011000     05  DLR211-PENDING           PIC 9(07)  VALUE ZERO.
011100     05  DLR211-VENDORS-DROPPED   PIC 9(05)  VALUE ZERO.
011200 01  DLR211-PENDING-VALUE         PIC S9(13)V99 COMP-3
011300                                             VALUE ZERO.
011400 01  DLR211-HEADING-1.
011500     05  FILLER                   PIC X(53)  VALUE
011600         'DLR211 - PO APPROVAL AUTHORISATION AND PENDING   RUN '.
011700     05  DLR211-H-RUN-DATE        PIC 9(08).
011800 01  DLR211-CARD-HEADING.
011900     05  FILLER                   PIC X(40)  VALUE
012000         'AUTHORISATION CARDS'.
012100 01  DLR211-CARD-COLUMNS.
012200     05  FILLER                   PIC X(40)  VALUE
012300         'PO NO        VENDOR     DEPT BUYER  APPR'.
012400     05  FILLER                   PIC X(50)  VALUE
012500         'OVER        PO VALUE  RESULT'.
012600 01  DLR211-CARD-LINE.
012700     05  DLR211-C-PO-NO           PIC 9(12).
012800     05  FILLER                   PIC X(01)  VALUE SPACES.
012900     05  DLR211-C-VENDOR          PIC 9(10).
013000     05  FILLER                   PIC X(01)  VALUE SPACES.
013100     05  DLR211-C-DEPARTMENT      PIC X(04).
013200     05  FILLER                   PIC X(01)  VALUE SPACES.
013300     05  DLR211-C-BUYER           PIC X(06).
013400     05  FILLER                   PIC X(01)  VALUE SPACES.
013500     05  DLR211-C-APPROVER        PIC X(06).
013600     05  FILLER                   PIC X(01)  VALUE SPACES.
013700     05  DLR211-C-PO-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
013800     05  FILLER                   PIC X(02)  VALUE SPACES.
013900     05  DLR211-C-RESULT          PIC X(36).
014000 01  DLR211-PENDING-HEADING.
014100     05  FILLER                   PIC X(40)  VALUE
014200         'POS AWAITING APPROVAL'.
014300 01  DLR211-PENDING-COLUMNS.
014400     05  FILLER                   PIC X(40)  VALUE
014500         'PO NO        VENDOR     VENDOR NAME'.
014600     05  FILLER                   PIC X(44)  VALUE
014700         '               DEPT BUYER        LOCAL VALUE'.
014800     05  FILLER                   PIC X(48)  VALUE
014900         ' REASON                   QUEUED     WAITED'.
015000 01  DLR211-PENDING-LINE.
015100     05  DLR211-P-PO-NO           PIC 9(12).
015200     05  FILLER                   PIC X(01)  VALUE SPACES.
015300     05  DLR211-P-VENDOR          PIC 9(10).
015400     05  FILLER                   PIC X(01)  VALUE SPACES.
015500     05  DLR211-P-NAME            PIC X(30).
015600     05  FILLER                   PIC X(01)  VALUE SPACES.
015700     05  DLR211-P-DEPARTMENT      PIC X(04).
015800     05  FILLER                   PIC X(01)  VALUE SPACES.
015900     05  DLR211-P-BUYER           PIC X(06).
016000     05  FILLER                   PIC X(01)  VALUE SPACES.
016100     05  DLR211-P-PO-VALUE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
016200     05  FILLER                   PIC X(01)  VALUE SPACES.
016300     05  DLR211-P-REASON          PIC X(24).
016400     05  FILLER                   PIC X(01)  VALUE SPACES.
016500     05  DLR211-P-QUEUED-DATE     PIC 9(08).
016600     05  FILLER                   PIC X(01)  VALUE SPACES.
016700     05  DLR211-P-DAYS            PIC ZZZ9.
016800     05  FILLER                   PIC X(05)  VALUE ' DAYS'.
016900 01  DLR211-TOTAL-LINE.
017000     05  DLR211-T-LABEL           PIC X(40).
017100     05  DLR211-T-COUNT           PIC ZZZZZZZZ9.
017200 01  DLR211-VALUE-LINE.
017300     05  DLR211-TV-LABEL          PIC X(40).
017400     05  DLR211-TV-VALUE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
017500 01  DLR211-BLANK-LINE            PIC X(01)  VALUE SPACE.
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE.
017900     PERFORM 2000-APPLY-CARD
018000         UNTIL DLR211-CARD-EOF.
018100     PERFORM 3000-LIST-PENDING.
018200     PERFORM 8000-PRINT-TOTALS.
018300     PERFORM 9000-TERMINATE.
018400     STOP RUN.
018500
018600 1000-INITIALIZE.
018700     ACCEPT DLR211-RUN-DATE FROM DATE YYYYMMDD.
018800     OPEN INPUT  AUTH-CARDS.
018900     OPEN INPUT  BUYER-MASTER.
019000     OPEN I-O    APPROVAL-QUEUE.
019100*    THE AUDIT TRAIL IS PERMANENT AND IS EXTENDED EACH RUN.
019200     OPEN EXTEND AUDIT-FILE.
019300     OPEN OUTPUT APPROVAL-REPORT.
019400     PERFORM 1200-LOAD-VENDORS.
019500     MOVE DLR211-RUN-DATE TO DLR211-H-RUN-DATE.
019600     WRITE APPROVAL-LINE FROM DLR211-HEADING-1.
019700     WRITE APPROVAL-LINE FROM DLR211-BLANK-LINE.
019800     WRITE APPROVAL-LINE FROM DLR211-CARD-HEADING.
019900     WRITE APPROVAL-LINE FROM DLR211-CARD-COLUMNS.
020000     PERFORM 2100-READ-CARD.
020100 1000-EXIT.
020200     EXIT.
020300
020400 1200-LOAD-VENDORS.
020500     OPEN INPUT VENDOR-FILE.
020600     PERFORM 1210-READ-VENDOR.
020700     PERFORM 1220-STORE-ONE-VENDOR
020800         UNTIL DLR211-VEND-EOF.
020900     CLOSE VENDOR-FILE.
021000 1200-EXIT.
021100     EXIT.
021200
021300 1210-READ-VENDOR.
021400     READ VENDOR-FILE
021500         AT END
021600             MOVE 'Y' TO DLR211-VEND-EOF-SW
021700     END-READ.
021800 1210-EXIT.
021900     EXIT.
022000
022100 1220-STORE-ONE-VENDOR.
022200     IF  DLR211-VEND-COUNT < 500
022300         ADD 1 TO DLR211-VEND-COUNT
022400         SET DLR211-VEND-IX TO DLR211-VEND-COUNT
022500         MOVE DLVENDMF-VENDOR-NO
022600             TO DLR211-V-VENDOR-NO (DLR211-VEND-IX)
022700         MOVE DLVENDMF-VENDOR-NAME
022800             TO DLR211-V-NAME (DLR211-VEND-IX)
022900     ELSE
023000         ADD 1 TO DLR211-VENDORS-DROPPED
023100     END-IF.
023200     PERFORM 1210-READ-VENDOR.
023300 1220-EXIT.
023400     EXIT.
023500
023600 2000-APPLY-CARD.
023700     ADD 1 TO DLR211-CARDS-READ.
023800     MOVE SPACES TO DLR211-DECLINE-TEXT.
023900     MOVE 'N' TO DLR211-QUEUE-FOUND-SW.
024000     MOVE 'N' TO DLR211-BUYER-FOUND-SW.
024100     IF  AUC-PO-NO NOT NUMERIC
024200         MOVE 'PO NUMBER NOT NUMERIC'
024300             TO DLR211-DECLINE-TEXT
024400     ELSE
024500         MOVE AUC-PO-NO-9 TO DLPOAPPQ-PO-NO
024600         READ APPROVAL-QUEUE
024700             INVALID KEY
024800                 MOVE 'PO NOT IN THE APPROVAL QUEUE'
024900                     TO DLR211-DECLINE-TEXT
025000             NOT INVALID KEY
025100                 MOVE 'Y' TO DLR211-QUEUE-FOUND-SW
025200         END-READ
025300     END-IF.
025400     IF  DLR211-DECLINE-TEXT = SPACES
025500         MOVE AUC-APPROVER-ID TO DLBUYAUT-BUYER-ID
025600         READ BUYER-MASTER
025700             INVALID KEY
025800                 MOVE 'N' TO DLR211-BUYER-FOUND-SW
025900             NOT INVALID KEY
026000                 MOVE 'Y' TO DLR211-BUYER-FOUND-SW
026100         END-READ
026200         PERFORM 2200-CHECK-APPROVAL
026300     END-IF.
026400     IF  DLR211-DECLINE-TEXT = SPACES
026500         PERFORM 2400-APPROVE-PO
026600     ELSE
026700         ADD 1 TO DLR211-DECLINED
026800     END-IF.
026900     PERFORM 2800-WRITE-AUDIT.
027000     PERFORM 2900-PRINT-CARD.
027100     PERFORM 2100-READ-CARD.
027200 2000-EXIT.
027300     EXIT.
027400
027500 2100-READ-CARD.
027600     READ AUTH-CARDS
027700         AT END
027800             MOVE 'Y' TO DLR211-CARD-EOF-SW
027900     END-READ.
028000 2100-EXIT.
028100     EXIT.
028200
028300*    A BUYER MAY NOT RELEASE AN ORDER CHARGED TO THEMSELVES,
028400*    AND A DEPARTMENT SCOPE OF SPACES COVERS EVERY DEPARTMENT.
028500 2200-CHECK-APPROVAL.
028600     EVALUATE TRUE
028700         WHEN DLPOAPPQ-APPROVED
028800             MOVE 'PO ALREADY APPROVED'
028900                 TO DLR211-DECLINE-TEXT
029000         WHEN NOT DLPOAPPQ-PENDING
029100             MOVE 'PO WITHIN BUYER AUTHORITY'
029200                 TO DLR211-DECLINE-TEXT
029300         WHEN NOT DLR211-BUYER-FOUND
029400             MOVE 'APPROVER NOT ON BUYER MASTER'
029500                 TO DLR211-DECLINE-TEXT
029600         WHEN NOT DLBUYAUT-ACTIVE
029700             MOVE 'APPROVER INACTIVE'
029800                 TO DLR211-DECLINE-TEXT
029900         WHEN AUC-APPROVER-ID = DLPOAPPQ-RAISING-BUYER
030000             MOVE 'BUYER CANNOT APPROVE OWN ORDER'
030100                 TO DLR211-DECLINE-TEXT
030200         WHEN NOT DLBUYAUT-ALL-DEPTS
030300         AND  DLBUYAUT-DEPT-SCOPE NOT = DLPOAPPQ-DEPARTMENT
030400             MOVE 'DEPARTMENT OUTSIDE APPROVER SCOPE'
030500                 TO DLR211-DECLINE-TEXT
030600         WHEN DLPOAPPQ-PO-VALUE > DLBUYAUT-MAX-PO-VALUE
030700             MOVE 'VALUE ABOVE APPROVER AUTHORITY'
030800                 TO DLR211-DECLINE-TEXT
030900         WHEN OTHER
031000             CONTINUE
031100     END-EVALUATE.
031200 2200-EXIT.
031300     EXIT.
031400
031500 2400-APPROVE-PO.
031600     ADD 1 TO DLR211-APPROVED.
031700     SET DLPOAPPQ-APPROVED TO TRUE.
031800     MOVE DLPOAPPQ-PO-VALUE   TO DLPOAPPQ-APPROVED-VALUE.
031900     MOVE AUC-APPROVER-ID     TO DLPOAPPQ-APPROVER-ID.
032000     MOVE DLR211-RUN-DATE     TO DLPOAPPQ-APPROVED-DATE.
032100     REWRITE DLPOAPPQ-RECORD
032200         INVALID KEY
032300             DISPLAY 'DLR211 DLPOAPPQ REWRITE FAILED '
032400                 DLPOAPPQ-PO-NO
032500     END-REWRITE.
032600 2400-EXIT.
032700     EXIT.
032800
032900*    THE QUEUE ROW, WHERE THERE IS ONE, SUPPLIES THE ORDER
033000*    DETAILS; A CARD FOR A PO NOT QUEUED IS LOGGED AS READ.
033100 2800-WRITE-AUDIT.
033200     MOVE SPACES              TO DLPOAPAU-RECORD.
033300     MOVE DLR211-RUN-DATE     TO DLPOAPAU-AUDIT-DATE.
033400     MOVE AUC-APPROVER-ID     TO DLPOAPAU-APPROVER-ID.
033500     IF  DLR211-QUEUE-FOUND
033600         MOVE DLPOAPPQ-PO-NO          TO DLPOAPAU-PO-NO
033700         MOVE DLPOAPPQ-VENDOR         TO DLPOAPAU-VENDOR
033800         MOVE DLPOAPPQ-DEPARTMENT     TO DLPOAPAU-DEPARTMENT
033900         MOVE DLPOAPPQ-RAISING-BUYER  TO DLPOAPAU-RAISING-BUYER
034000         MOVE DLPOAPPQ-PO-VALUE       TO DLPOAPAU-PO-VALUE
034100         MOVE DLPOAPPQ-HOLD-REASON    TO DLPOAPAU-HOLD-REASON
034200     ELSE
034300         IF  AUC-PO-NO NUMERIC
034400             MOVE AUC-PO-NO-9 TO DLPOAPAU-PO-NO
034500         ELSE
034600             MOVE ZERO        TO DLPOAPAU-PO-NO
034700         END-IF
034800         MOVE ZERO            TO DLPOAPAU-VENDOR
034900         MOVE ZERO            TO DLPOAPAU-PO-VALUE
035000     END-IF.
035100     IF  DLR211-DECLINE-TEXT = SPACES
035200         SET DLPOAPAU-APPROVED TO TRUE
035300     ELSE
035400         SET DLPOAPAU-DECLINED TO TRUE
035500         MOVE DLR211-DECLINE-TEXT TO DLPOAPAU-DECLINE-REASON
035600     END-IF.
035700     WRITE DLPOAPAU-RECORD.
035800 2800-EXIT.
035900     EXIT.
036000
036100 2900-PRINT-CARD.
036200     MOVE DLPOAPAU-PO-NO          TO DLR211-C-PO-NO.
036300     MOVE DLPOAPAU-VENDOR         TO DLR211-C-VENDOR.
036400     MOVE DLPOAPAU-DEPARTMENT     TO DLR211-C-DEPARTMENT.
036500     MOVE DLPOAPAU-RAISING-BUYER  TO DLR211-C-BUYER.
036600     MOVE DLPOAPAU-APPROVER-ID    TO DLR211-C-APPROVER.
036700     MOVE DLPOAPAU-PO-VALUE       TO DLR211-C-PO-VALUE.
036800     IF  DLPOAPAU-APPROVED
036900         MOVE 'APPROVED'              TO DLR211-C-RESULT
037000     ELSE
037100         MOVE DLR211-DECLINE-TEXT     TO DLR211-C-RESULT
037200     END-IF.
037300     WRITE APPROVAL-LINE FROM DLR211-CARD-LINE.
037400 2900-EXIT.
037500     EXIT.
037600
037700*    A FULL PASS OF THE QUEUE FOR ORDERS STILL WAITING.
037800 3000-LIST-PENDING.
037900     WRITE APPROVAL-LINE FROM DLR211-BLANK-LINE.
038000     WRITE APPROVAL-LINE FROM DLR211-PENDING-HEADING.
038100     WRITE APPROVAL-LINE FROM DLR211-PENDING-COLUMNS.
038200     MOVE ZERO TO DLPOAPPQ-PO-NO.
038300     START APPROVAL-QUEUE KEY NOT < DLPOAPPQ-PO-NO
038400         INVALID KEY
038500             MOVE 'Y' TO DLR211-QUEUE-EOF-SW
038600     END-START.
038700     IF  NOT DLR211-QUEUE-EOF
038800         PERFORM 3100-READ-NEXT-QUEUE
038900     END-IF.
039000     PERFORM 3200-TEST-ONE-PO
039100         UNTIL DLR211-QUEUE-EOF.
039200 3000-EXIT.
039300     EXIT.
039400
039500 3100-READ-NEXT-QUEUE.
039600     READ APPROVAL-QUEUE NEXT RECORD
039700         AT END
039800             MOVE 'Y' TO DLR211-QUEUE-EOF-SW
039900     END-READ.
040000 3100-EXIT.
040100     EXIT.
040200
040300 3200-TEST-ONE-PO.
040400     IF  DLPOAPPQ-PENDING
040500         PERFORM 3300-WRITE-PENDING
040600     END-IF.
040700     PERFORM 3100-READ-NEXT-QUEUE.
040800 3200-EXIT.
040900     EXIT.
041000
041100 3300-WRITE-PENDING.
041200     ADD 1 TO DLR211-PENDING.
041300     ADD DLPOAPPQ-PO-VALUE TO DLR211-PENDING-VALUE.
041400     COMPUTE DLR211-DAYS-WAITING =
041500         FUNCTION INTEGER-OF-DATE (DLR211-RUN-DATE)
041600       - FUNCTION INTEGER-OF-DATE (DLPOAPPQ-QUEUED-DATE).
041700     MOVE DLPOAPPQ-PO-NO          TO DLR211-P-PO-NO.
041800     MOVE DLPOAPPQ-VENDOR         TO DLR211-P-VENDOR.
041900     PERFORM 5000-FIND-VENDOR-NAME.
042000     MOVE DLR211-VENDOR-NAME      TO DLR211-P-NAME.
042100     MOVE DLPOAPPQ-DEPARTMENT     TO DLR211-P-DEPARTMENT.
042200     MOVE DLPOAPPQ-RAISING-BUYER  TO DLR211-P-BUYER.
042300     MOVE DLPOAPPQ-PO-VALUE       TO DLR211-P-PO-VALUE.
042400     PERFORM 5100-NAME-REASON.
042500     MOVE DLR211-REASON-TEXT      TO DLR211-P-REASON.
042600     MOVE DLPOAPPQ-QUEUED-DATE    TO DLR211-P-QUEUED-DATE.
042700     MOVE DLR211-DAYS-WAITING     TO DLR211-P-DAYS.
042800     WRITE APPROVAL-LINE FROM DLR211-PENDING-LINE.
042900 3300-EXIT.
043000     EXIT.
043100
043200 5000-FIND-VENDOR-NAME.
043300     MOVE '*** NOT ON VENDOR MASTER ***' TO DLR211-VENDOR-NAME.
043400     SET DLR211-VEND-IX TO 1.
043500     SEARCH DLR211-VEND-ENTRY
043600         AT END
043700             CONTINUE
043800         WHEN DLR211-VEND-IX > DLR211-VEND-COUNT
043900             CONTINUE
044000         WHEN DLR211-V-VENDOR-NO (DLR211-VEND-IX)
044100                 = DLPOAPPQ-VENDOR
044200             MOVE DLR211-V-NAME (DLR211-VEND-IX)
044300                 TO DLR211-VENDOR-NAME
044400     END-SEARCH.
044500 5000-EXIT.
044600     EXIT.
044700
044800 5100-NAME-REASON.
044900     EVALUATE DLPOAPPQ-HOLD-REASON
045000         WHEN 'S'
045100             MOVE 'OVER SINGLE-PO LIMIT'  TO DLR211-REASON-TEXT
045200         WHEN 'M'
045300             MOVE 'OVER MONTHLY LIMIT'    TO DLR211-REASON-TEXT
045400         WHEN 'N'
045500             MOVE 'NO BUYER FOR DEPT'     TO DLR211-REASON-TEXT
045600         WHEN 'I'
045700             MOVE 'BUYER INACTIVE'        TO DLR211-REASON-TEXT
045800         WHEN 'V'
045900             MOVE 'RAISED ABOVE APPROVAL' TO DLR211-REASON-TEXT
046000         WHEN OTHER
046100             MOVE SPACES                  TO DLR211-REASON-TEXT
046200     END-EVALUATE.
046300 5100-EXIT.
046400     EXIT.
046500
046600 8000-PRINT-TOTALS.
046700     WRITE APPROVAL-LINE FROM DLR211-BLANK-LINE.
046800     MOVE 'AUTHORISATION CARDS READ' TO DLR211-T-LABEL.
046900     MOVE DLR211-CARDS-READ TO DLR211-T-COUNT.
047000     WRITE APPROVAL-LINE FROM DLR211-TOTAL-LINE.
047100     MOVE 'POS APPROVED' TO DLR211-T-LABEL.
047200     MOVE DLR211-APPROVED TO DLR211-T-COUNT.
047300     WRITE APPROVAL-LINE FROM DLR211-TOTAL-LINE.
047400     MOVE 'CARDS DECLINED' TO DLR211-T-LABEL.
047500     MOVE DLR211-DECLINED TO DLR211-T-COUNT.
047600     WRITE APPROVAL-LINE FROM DLR211-TOTAL-LINE.
047700     MOVE 'POS AWAITING APPROVAL' TO DLR211-T-LABEL.
047800     MOVE DLR211-PENDING TO DLR211-T-COUNT.
047900     WRITE APPROVAL-LINE FROM DLR211-TOTAL-LINE.
048000     MOVE 'VALUE AWAITING APPROVAL' TO DLR211-TV-LABEL.
048100     MOVE DLR211-PENDING-VALUE TO DLR211-TV-VALUE.
048200     WRITE APPROVAL-LINE FROM DLR211-VALUE-LINE.
048300 8000-EXIT.
048400     EXIT.
048500
048600 9000-TERMINATE.
048700     DISPLAY 'DLR211 CARDS READ        = ' DLR211-CARDS-READ.
048800     DISPLAY 'DLR211 APPROVED          = ' DLR211-APPROVED.
048900     DISPLAY 'DLR211 DECLINED          = ' DLR211-DECLINED.
049000     DISPLAY 'DLR211 AWAITING APPROVAL = ' DLR211-PENDING.
049100     IF  DLR211-VENDORS-DROPPED > ZERO
049200         DISPLAY 'DLR211 VENDOR TABLE FULL - DROPPED = '
049300             DLR211-VENDORS-DROPPED
049400     END-IF.
049500     IF  DLR211-DECLINED > ZERO
049600         MOVE 4 TO RETURN-CODE
049700     END-IF.
049800     CLOSE AUTH-CARDS
049900           BUYER-MASTER
050000           APPROVAL-QUEUE
050100           AUDIT-FILE
050200           APPROVAL-REPORT.
050300 9000-EXIT.
050400     EXIT.
