000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR207.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR207 - VENDOR PO CHANGE NOTICES FROM PO LIFECYCLE DELTAS   *
001000*                                                                *
001100*   READS THE POLDELTA EVENTS DLR072 WROTE FOR THE DAY'S AMS     *
001200*   DOWNLOAD AND, FOR EVERY PO WHOSE VENDOR-FACING TERMS MOVED,  *
001300*   SENDS THE VENDOR ONE PO CHANGE NOTICE ON THE OUTBOUND EDI    *
001400*   FILE (POCHGOUT, DLPOCHGE LAYOUT): THE EXPECTED RECEIPT AND   *
001500*   CANCEL-BY DATES OLD AND NEW, AND EACH RECEIVING DC WHOSE     *
001600*   QUANTITY CHANGED, WAS ADDED OR WAS DROPPED. A PO THAT HAS    *
001700*   DISAPPEARED FROM THE DOWNLOAD IS SENT AS A CANCELLATION.     *
001710*   DLR072 ONLY CALLS A PO DISAPPEARED WHEN IT IS NEITHER HELD   *
001720*   FOR APPROVAL NOR RECEIVED; ONE THAT LEFT THE FEED BECAUSE IT *
001730*   WAS RECEIVED COMES AS COMPLETED AND RAISES NO NOTICE.        *
001800*   DEPARTMENT AND VALUE MOVES ARE OURS ALONE AND NEW ORDERS     *
001900*   GO TO THE VENDOR ON THE ORDER ITSELF, SO NEITHER RAISES A    *
002000*   NOTICE. EACH NOTICE IS LOGGED ON DLPOCHGN AS OUTSTANDING     *
002100*   UNDER THE NEXT CHANGE SEQUENCE FOR THE PO, SUPERSEDING ANY   *
002200*   EARLIER NOTICE FOR THE PO STILL UNANSWERED; DLR208 THEN      *
002300*   TRACKS THE VENDOR'S ACKNOWLEDGEMENT.                         *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002710*  02 | 15/10/26 | COMPLETED POS (EVENT CM)     | R. GEALL       *
002720*     |          | RAISE NO CANCELLATION        |                *
002740*  03 | 15/10/26 | RECORD LAYOUT MOVED TO       | R. GEALL       *
002760*     |          | COPYBOOK DLPOLDLT            |                *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DELTA-EVENT-FILE  ASSIGN TO POLDELTA
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT NOTICE-LOG        ASSIGN TO DLPOCHGN
003900                              ORGANIZATION IS INDEXED
004000                              ACCESS MODE IS DYNAMIC
004100                              RECORD KEY IS DLPOCHGN-KEY.
004200     SELECT CHANGE-FILE       ASSIGN TO POCHGOUT
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT NOTICE-REPORT     ASSIGN TO POCHGRPT
004500                              ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  DELTA-EVENT-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100 01  DLPOLDLT-RECORD.
005200     COPY DLPOLDLT.
007200 FD  NOTICE-LOG
007300     LABEL RECORDS ARE STANDARD.
007400 01  DLPOCHGN-RECORD.
007500     COPY DLPOCHGN.
007600 FD  CHANGE-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD.
007900 01  DLPOCHGE-RECORD.
008000     COPY DLPOCHGE.
008100 FD  NOTICE-REPORT
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  NOTICE-LINE                 PIC X(132).
008500 WORKING-STORAGE SECTION.
008600 01  DLR207-SWITCHES.
008700     05  DLR207-EOF-SW            PIC X(01)  VALUE 'N'.
008800         88  DLR207-EOF                      VALUE 'Y'.
008900     05  DLR207-LOG-EOF-SW        PIC X(01)  VALUE 'N'.
009000         88  DLR207-LOG-EOF                  VALUE 'Y'.
009100     05  DLR207-PO-ACTIVE-SW      PIC X(01)  VALUE 'N'.
009200         88  DLR207-PO-ACTIVE                VALUE 'Y'.
009300     05  DLR207-CANCEL-SW         PIC X(01)  VALUE 'N'.
009400         88  DLR207-CANCEL                   VALUE 'Y'.
009500     05  DLR207-EXP-CHANGED-SW    PIC X(01)  VALUE 'N'.
009600         88  DLR207-EXP-CHANGED              VALUE 'Y'.
009700     05  DLR207-CNCL-CHANGED-SW   PIC X(01)  VALUE 'N'.
009800         88  DLR207-CNCL-CHANGED             VALUE 'Y'.
009900 01  DLR207-RUN-DATE              PIC 9(08)  VALUE ZERO.
010000*    THE PO WHOSE EVENTS ARE BEING GATHERED.
010100 01  DLR207-CURR-PO.
010200     05  DLR207-C-PO-NO           PIC 9(12)  VALUE ZERO.
010300     05  DLR207-C-VENDOR          PIC 9(10)  VALUE ZERO.
010400     05  DLR207-C-DEPARTMENT      PIC X(04)  VALUE SPACES.
010500     05  DLR207-C-EXP-OLD         PIC 9(08)  VALUE ZERO.
010600     05  DLR207-C-EXP-NEW         PIC 9(08)  VALUE ZERO.
010700     05  DLR207-C-CNCL-OLD        PIC 9(08)  VALUE ZERO.
010800     05  DLR207-C-CNCL-NEW        PIC 9(08)  VALUE ZERO.
010900     05  DLR207-C-LINE-COUNT      PIC S9(04)  COMP  VALUE ZERO.
011000     05  DLR207-C-LINE OCCURS 40 TIMES
011100                       INDEXED BY DLR207-LN-IX.
011200         10  DLR207-C-DC-NO       PIC 9(04).
011300         10  DLR207-C-CHANGE-CODE PIC X(02).
011400         10  DLR207-C-OLD-QTY     PIC 9(09).
011500         10  DLR207-C-NEW-QTY     PIC 9(09).
011600*    AMS DATES ARE YYMMDD; ALL LIVE ORDERS ARE POST-2000, SO
011700*    THE CENTURY IS EXPANDED AS 20YY (AS DLR026).
011800 01  DLR207-DATE-WORK.
011900     05  DLR207-YYMMDD-X          PIC X(06).
012000     05  DLR207-YYMMDD-9 REDEFINES DLR207-YYMMDD-X
012100                                  PIC 9(06).
012200     05  DLR207-CCYYMMDD          PIC 9(08).
012300 01  DLR207-LAST-SEQ              PIC 9(03)  VALUE ZERO.
012400 01  DLR207-NOTICE-RECS           PIC 9(05)  VALUE ZERO.
012500 01  DLR207-COUNTERS.
012600     05  DLR207-EVENTS-READ       PIC 9(07)  VALUE ZERO.
012700     05  DLR207-NOTICES-SENT      PIC 9(07)  VALUE ZERO.
012800     05  DLR207-CANCELS-SENT      PIC 9(07)  VALUE ZERO.
012900     05  DLR207-CHANGES-SENT      PIC 9(07)  VALUE ZERO.
013000     05  DLR207-SUPERSEDED        PIC 9(07)  VALUE ZERO.
013100     05  DLR207-NO-NOTICE         PIC 9(07)  VALUE ZERO.
013200     05  DLR207-LINES-DROPPED     PIC 9(07)  VALUE ZERO.
013300     05  DLR207-SEQ-EXHAUSTED     PIC 9(07)  VALUE ZERO.
013400     05  DLR207-FILE-RECS         PIC 9(07)  VALUE ZERO.
013500 01  DLR207-HEADING-1.
013600     05  FILLER                   PIC X(53)  VALUE
013700         'DLR207 - VENDOR PO CHANGE NOTICES SENT           RUN '.
013800     05  DLR207-H-RUN-DATE        PIC 9(08).
013900 01  DLR207-HEADING-2.
014000     05  FILLER                   PIC X(40)  VALUE
014100         'PO NUMBER     SEQ  VENDOR      DEPT  NOT'.
014200     05  FILLER                   PIC X(40)  VALUE
014300         'ICE        EXP DATE OLD/NEW  CANCEL-BY O'.
014400     05  FILLER                   PIC X(40)  VALUE
014500         'LD/NEW   DC LINES  SUPERSEDES           '.
014600 01  DLR207-DETAIL-LINE.
014700     05  DLR207-L-PO-NO           PIC 9(12).
014800     05  FILLER                   PIC X(02)  VALUE SPACES.
014900     05  DLR207-L-SEQ             PIC 9(03).
015000     05  FILLER                   PIC X(02)  VALUE SPACES.
015100     05  DLR207-L-VENDOR          PIC 9(10).
015200     05  FILLER                   PIC X(02)  VALUE SPACES.
015300     05  DLR207-L-DEPARTMENT      PIC X(04).
015400     05  FILLER                   PIC X(02)  VALUE SPACES.
015500     05  DLR207-L-PURPOSE         PIC X(12).
015600     05  FILLER                   PIC X(01)  VALUE SPACE.
015700     05  DLR207-L-EXP-OLD         PIC 9(08).
015800     05  FILLER                   PIC X(01)  VALUE '/'.
015900     05  DLR207-L-EXP-NEW         PIC 9(08).
016000     05  FILLER                   PIC X(02)  VALUE SPACES.
016100     05  DLR207-L-CNCL-OLD        PIC 9(08).
016200     05  FILLER                   PIC X(01)  VALUE '/'.
016300     05  DLR207-L-CNCL-NEW        PIC 9(08).
016400     05  FILLER                   PIC X(02)  VALUE SPACES.
016500     05  DLR207-L-LINES           PIC ZZZZ9.
016600     05  FILLER                   PIC X(04)  VALUE SPACES.
016700     05  DLR207-L-SUPERSEDES      PIC ZZ9.
016800 01  DLR207-TOTAL-LINE.
016900     05  DLR207-T-LABEL           PIC X(40).
017000     05  DLR207-T-COUNT           PIC ZZZZZZZZ9.
017100 01  DLR207-BLANK-LINE            PIC X(01)  VALUE SPACE.
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017400     PERFORM 1000-INITIALIZE.
017500     PERFORM 2000-PROCESS-EVENT
017600         UNTIL DLR207-EOF.
017700     PERFORM 3000-CLOSE-CURRENT-PO.
017800     PERFORM 8000-PRINT-TOTALS.
017900     PERFORM 9000-TERMINATE.
018000     STOP RUN.
018100
018200 1000-INITIALIZE.
018300     OPEN INPUT  DELTA-EVENT-FILE.
018400     OPEN I-O    NOTICE-LOG.
018500     OPEN OUTPUT CHANGE-FILE.
018600     OPEN OUTPUT NOTICE-REPORT.
018700     ACCEPT DLR207-RUN-DATE FROM DATE YYYYMMDD.
018800     MOVE DLR207-RUN-DATE TO DLR207-H-RUN-DATE.
018900     WRITE NOTICE-LINE FROM DLR207-HEADING-1.
019000     WRITE NOTICE-LINE FROM DLR207-BLANK-LINE.
019100     WRITE NOTICE-LINE FROM DLR207-HEADING-2.
019200     MOVE SPACES TO DLPOCHGE-RECORD.
019300     SET DLPOCHGE-FILE-HEADER TO TRUE.
019400     MOVE DLR207-RUN-DATE TO DLPOCHGE-FH-CREATE-DATE.
019500     PERFORM 5900-WRITE-CHANGE-REC.
019600     PERFORM 2100-READ-EVENT.
019700 1000-EXIT.
019800     EXIT.
019900
020000*    DLR072 WRITES A PO'S EVENTS TOGETHER, SO A CHANGE OF PO
020100*    NUMBER CLOSES OFF THE PO BEFORE IT.
020200 2000-PROCESS-EVENT.
020300     IF  NOT DLR207-PO-ACTIVE
020400     OR  DLPOLDLT-PO-NO NOT = DLR207-C-PO-NO
020500         PERFORM 3000-CLOSE-CURRENT-PO
020600         PERFORM 2200-OPEN-PO
020700     END-IF.
020800     EVALUATE TRUE
020900         WHEN DLPOLDLT-DISAPPEARED
021000             MOVE 'Y' TO DLR207-CANCEL-SW
021100         WHEN DLPOLDLT-EXP-DATE-CHANGED
021200             MOVE 'Y' TO DLR207-EXP-CHANGED-SW
021300             MOVE DLPOLDLT-OLD-TEXT TO DLR207-YYMMDD-X
021400             PERFORM 2300-EXPAND-DATE
021500             MOVE DLR207-CCYYMMDD TO DLR207-C-EXP-OLD
021600             MOVE DLPOLDLT-NEW-TEXT TO DLR207-YYMMDD-X
021700             PERFORM 2300-EXPAND-DATE
021800             MOVE DLR207-CCYYMMDD TO DLR207-C-EXP-NEW
021900         WHEN DLPOLDLT-CANCEL-DATE-CHANGED
022000             MOVE 'Y' TO DLR207-CNCL-CHANGED-SW
022100             MOVE DLPOLDLT-OLD-TEXT TO DLR207-YYMMDD-X
022200             PERFORM 2300-EXPAND-DATE
022300             MOVE DLR207-CCYYMMDD TO DLR207-C-CNCL-OLD
022400             MOVE DLPOLDLT-NEW-TEXT TO DLR207-YYMMDD-X
022500             PERFORM 2300-EXPAND-DATE
022600             MOVE DLR207-CCYYMMDD TO DLR207-C-CNCL-NEW
022700         WHEN DLPOLDLT-LOCN-QTY-CHANGED
022800         OR   DLPOLDLT-LOCN-ADDED
022900         OR   DLPOLDLT-LOCN-DROPPED
023000             PERFORM 2400-STORE-LINE
023100         WHEN OTHER
023200             CONTINUE
023300     END-EVALUATE.
023400     PERFORM 2100-READ-EVENT.
023500 2000-EXIT.
023600     EXIT.
023700
023800 2100-READ-EVENT.
023900     READ DELTA-EVENT-FILE
024000         AT END
024100             MOVE 'Y' TO DLR207-EOF-SW
024200         NOT AT END
024300             ADD 1 TO DLR207-EVENTS-READ
024400     END-READ.
024500 2100-EXIT.
024600     EXIT.
024700
024800 2200-OPEN-PO.
024900     MOVE 'Y'            TO DLR207-PO-ACTIVE-SW.
025000     MOVE 'N'            TO DLR207-CANCEL-SW.
025100     MOVE 'N'            TO DLR207-EXP-CHANGED-SW.
025200     MOVE 'N'            TO DLR207-CNCL-CHANGED-SW.
025300     MOVE DLPOLDLT-PO-NO      TO DLR207-C-PO-NO.
025400     MOVE DLPOLDLT-VENDOR     TO DLR207-C-VENDOR.
025500     MOVE DLPOLDLT-DEPARTMENT TO DLR207-C-DEPARTMENT.
025600     MOVE ZERO           TO DLR207-C-EXP-OLD.
025700     MOVE ZERO           TO DLR207-C-EXP-NEW.
025800     MOVE ZERO           TO DLR207-C-CNCL-OLD.
025900     MOVE ZERO           TO DLR207-C-CNCL-NEW.
026000     MOVE ZERO           TO DLR207-C-LINE-COUNT.
026100 2200-EXIT.
026200     EXIT.
026300
026400 2300-EXPAND-DATE.
026500     IF  DLR207-YYMMDD-X NUMERIC
026600     AND DLR207-YYMMDD-9 > ZERO
026700         COMPUTE DLR207-CCYYMMDD = 20000000 + DLR207-YYMMDD-9
026800     ELSE
026900         MOVE ZERO TO DLR207-CCYYMMDD
027000     END-IF.
027100 2300-EXIT.
027200     EXIT.
027300
027400 2400-STORE-LINE.
027500     IF  DLR207-C-LINE-COUNT < 40
027600         ADD 1 TO DLR207-C-LINE-COUNT
027700         SET DLR207-LN-IX TO DLR207-C-LINE-COUNT
027800         MOVE DLPOLDLT-DC-NO   TO DLR207-C-DC-NO (DLR207-LN-IX)
027900         MOVE DLPOLDLT-OLD-QTY TO DLR207-C-OLD-QTY (DLR207-LN-IX)
028000         MOVE DLPOLDLT-NEW-QTY TO DLR207-C-NEW-QTY (DLR207-LN-IX)
028100         EVALUATE TRUE
028200             WHEN DLPOLDLT-LOCN-ADDED
028300                 MOVE 'AI' TO DLR207-C-CHANGE-CODE (DLR207-LN-IX)
028400             WHEN DLPOLDLT-LOCN-DROPPED
028500                 MOVE 'DI' TO DLR207-C-CHANGE-CODE (DLR207-LN-IX)
028600             WHEN DLPOLDLT-NEW-QTY > DLPOLDLT-OLD-QTY
028700                 MOVE 'QI' TO DLR207-C-CHANGE-CODE (DLR207-LN-IX)
028800             WHEN OTHER
028900                 MOVE 'QD' TO DLR207-C-CHANGE-CODE (DLR207-LN-IX)
029000         END-EVALUATE
029100     ELSE
029200         ADD 1 TO DLR207-LINES-DROPPED
029300     END-IF.
029400 2400-EXIT.
029500     EXIT.
029600
029700*    A PO WITH NOTHING THE VENDOR NEEDS TO HEAR OF (NEW,
029800*    COMPLETED, OR ONLY ITS DEPARTMENT OR VALUE MOVED) RAISES
029850*    NO NOTICE.
029900 3000-CLOSE-CURRENT-PO.
030000     IF  DLR207-PO-ACTIVE
030100         IF  DLR207-CANCEL
030200         OR  DLR207-EXP-CHANGED
030300         OR  DLR207-CNCL-CHANGED
030400         OR  DLR207-C-LINE-COUNT > ZERO
030500             PERFORM 4000-FIND-LAST-NOTICE
030600             IF  DLR207-LAST-SEQ < 999
030700                 PERFORM 5000-SEND-NOTICE
030800             ELSE
030900                 ADD 1 TO DLR207-SEQ-EXHAUSTED
031000                 DISPLAY 'DLR207 CHANGE SEQUENCE EXHAUSTED - PO '
031100                     DLR207-C-PO-NO
031200             END-IF
031300         ELSE
031400             ADD 1 TO DLR207-NO-NOTICE
031500         END-IF
031600     END-IF.
031700     MOVE 'N' TO DLR207-PO-ACTIVE-SW.
031800 3000-EXIT.
031900     EXIT.
032000
032100*    WALKS THE PO'S EARLIER NOTICES FOR THE LAST SEQUENCE USED,
032200*    SUPERSEDING ANY STILL WAITING FOR THE VENDOR'S ANSWER.
032300 4000-FIND-LAST-NOTICE.
032400     MOVE ZERO TO DLR207-LAST-SEQ.
032500     MOVE ZERO TO DLR207-L-SUPERSEDES.
032600     MOVE 'N' TO DLR207-LOG-EOF-SW.
032700     MOVE DLR207-C-PO-NO TO DLPOCHGN-PO-NO.
032800     MOVE ZERO TO DLPOCHGN-CHANGE-SEQ.
032900     START NOTICE-LOG KEY NOT < DLPOCHGN-KEY
033000         INVALID KEY
033100             MOVE 'Y' TO DLR207-LOG-EOF-SW
033200     END-START.
033300     IF  NOT DLR207-LOG-EOF
033400         PERFORM 4100-READ-NEXT-NOTICE
033500     END-IF.
033600     PERFORM 4200-CHECK-ONE-NOTICE
033700         UNTIL DLR207-LOG-EOF.
033800 4000-EXIT.
033900     EXIT.
034000
034100 4100-READ-NEXT-NOTICE.
034200     READ NOTICE-LOG NEXT RECORD
034300         AT END
034400             MOVE 'Y' TO DLR207-LOG-EOF-SW
034500         NOT AT END
034600             IF  DLPOCHGN-PO-NO NOT = DLR207-C-PO-NO
034700                 MOVE 'Y' TO DLR207-LOG-EOF-SW
034800             END-IF
034900     END-READ.
035000 4100-EXIT.
035100     EXIT.
035200
035300 4200-CHECK-ONE-NOTICE.
035400     MOVE DLPOCHGN-CHANGE-SEQ TO DLR207-LAST-SEQ.
035500     IF  DLPOCHGN-OUTSTANDING
035600         SET DLPOCHGN-SUPERSEDED TO TRUE
035700         MOVE DLR207-RUN-DATE TO DLPOCHGN-STATUS-DATE
035800         REWRITE DLPOCHGN-RECORD
035900             INVALID KEY
036000                 DISPLAY 'DLR207 DLPOCHGN REWRITE FAILED '
036100                     DLPOCHGN-KEY
036200         END-REWRITE
036300         ADD 1 TO DLR207-SUPERSEDED
036400         MOVE DLPOCHGN-CHANGE-SEQ TO DLR207-L-SUPERSEDES
036500     END-IF.
036600     PERFORM 4100-READ-NEXT-NOTICE.
036700 4200-EXIT.
036800     EXIT.
036900
037000*    A CANCELLATION CARRIES NO DATES OR LINES - THE WHOLE
037100*    ORDER GOES.
037200 5000-SEND-NOTICE.
037300     MOVE ZERO TO DLR207-NOTICE-RECS.
037400     MOVE SPACES TO DLPOCHGE-RECORD.
037500     SET DLPOCHGE-CHANGE-HEADER TO TRUE.
037600     MOVE DLR207-C-VENDOR     TO DLPOCHGE-BH-VENDOR.
037700     MOVE DLR207-C-PO-NO      TO DLPOCHGE-BH-PO-NO.
037800     COMPUTE DLPOCHGE-BH-CHANGE-SEQ = DLR207-LAST-SEQ + 1.
037900     IF  DLR207-CANCEL
038000         MOVE '01'            TO DLPOCHGE-BH-PURPOSE
038100     ELSE
038200         MOVE '04'            TO DLPOCHGE-BH-PURPOSE
038300     END-IF.
038400     MOVE 'SA'                TO DLPOCHGE-BH-ORDER-TYPE.
038500     MOVE DLR207-RUN-DATE     TO DLPOCHGE-BH-CHANGE-DATE.
038600     MOVE DLR207-C-DEPARTMENT TO DLPOCHGE-BH-DEPARTMENT.
038700     PERFORM 5800-WRITE-NOTICE-REC.
038800     PERFORM 5100-LOG-NOTICE.
038900     IF  NOT DLR207-CANCEL
039000         PERFORM 5200-WRITE-DATES
039100         PERFORM 5300-WRITE-ONE-LINE
039200             VARYING DLR207-LN-IX FROM 1 BY 1
039300             UNTIL DLR207-LN-IX > DLR207-C-LINE-COUNT
039400     END-IF.
039500     MOVE SPACES TO DLPOCHGE-RECORD.
039600     SET DLPOCHGE-CHANGE-TRAILER TO TRUE.
039700     ADD 1 TO DLR207-NOTICE-RECS.
039800     MOVE DLR207-NOTICE-RECS TO DLPOCHGE-BT-RECORD-COUNT.
039900     PERFORM 5900-WRITE-CHANGE-REC.
040000     PERFORM 5400-REPORT-NOTICE.
040100 5000-EXIT.
040200     EXIT.
040300
040400 5100-LOG-NOTICE.
040500     MOVE SPACES              TO DLPOCHGN-RECORD.
040600     MOVE DLR207-C-PO-NO      TO DLPOCHGN-PO-NO.
040700     COMPUTE DLPOCHGN-CHANGE-SEQ = DLR207-LAST-SEQ + 1.
040800     MOVE DLR207-C-VENDOR     TO DLPOCHGN-VENDOR.
040900     MOVE DLR207-C-DEPARTMENT TO DLPOCHGN-DEPARTMENT.
041000     MOVE ZERO                TO DLPOCHGN-DATES-CHANGED.
041100     MOVE ZERO                TO DLPOCHGN-LINES-CHANGED.
041200     IF  DLR207-CANCEL
041300         SET DLPOCHGN-CANCELLATION TO TRUE
041400         ADD 1 TO DLR207-CANCELS-SENT
041500     ELSE
041600         SET DLPOCHGN-CHANGE TO TRUE
041700         ADD 1 TO DLR207-CHANGES-SENT
041800         IF  DLR207-EXP-CHANGED
041900             ADD 1 TO DLPOCHGN-DATES-CHANGED
042000         END-IF
042100         IF  DLR207-CNCL-CHANGED
042200             ADD 1 TO DLPOCHGN-DATES-CHANGED
042300         END-IF
042400         MOVE DLR207-C-LINE-COUNT TO DLPOCHGN-LINES-CHANGED
042500     END-IF.
042600     MOVE DLR207-RUN-DATE     TO DLPOCHGN-ISSUE-DATE.
042700     SET DLPOCHGN-OUTSTANDING TO TRUE.
042800     MOVE DLR207-RUN-DATE     TO DLPOCHGN-STATUS-DATE.
042900     MOVE ZERO                TO DLPOCHGN-ACK-DATE.
043000     WRITE DLPOCHGN-RECORD
043100         INVALID KEY
043200             DISPLAY 'DLR207 DLPOCHGN WRITE FAILED '
043300                 DLPOCHGN-KEY
043400     END-WRITE.
043500     ADD 1 TO DLR207-NOTICES-SENT.
043600 5100-EXIT.
043700     EXIT.
043800
043900 5200-WRITE-DATES.
044000     IF  DLR207-EXP-CHANGED
044100         MOVE SPACES TO DLPOCHGE-RECORD
044200         SET DLPOCHGE-DATE-RECORD TO TRUE
044300         MOVE '002'            TO DLPOCHGE-DT-QUALIFIER
044400         MOVE DLR207-C-EXP-OLD TO DLPOCHGE-DT-OLD-DATE
044500         MOVE DLR207-C-EXP-NEW TO DLPOCHGE-DT-NEW-DATE
044600         PERFORM 5800-WRITE-NOTICE-REC
044700     END-IF.
044800     IF  DLR207-CNCL-CHANGED
044900         MOVE SPACES TO DLPOCHGE-RECORD
045000         SET DLPOCHGE-DATE-RECORD TO TRUE
045100         MOVE '001'             TO DLPOCHGE-DT-QUALIFIER
045200         MOVE DLR207-C-CNCL-OLD TO DLPOCHGE-DT-OLD-DATE
045300         MOVE DLR207-C-CNCL-NEW TO DLPOCHGE-DT-NEW-DATE
045400         PERFORM 5800-WRITE-NOTICE-REC
045500     END-IF.
045600 5200-EXIT.
045700     EXIT.
045800
045900 5300-WRITE-ONE-LINE.
046000     MOVE SPACES TO DLPOCHGE-RECORD.
046100     SET DLPOCHGE-LINE-RECORD TO TRUE.
046200     MOVE DLR207-C-DC-NO (DLR207-LN-IX)
046300         TO DLPOCHGE-LN-SHIP-TO-DC.
046400     MOVE DLR207-C-CHANGE-CODE (DLR207-LN-IX)
046500         TO DLPOCHGE-LN-CHANGE-CODE.
046600     MOVE DLR207-C-OLD-QTY (DLR207-LN-IX)
046700         TO DLPOCHGE-LN-OLD-QTY.
046800     MOVE DLR207-C-NEW-QTY (DLR207-LN-IX)
046900         TO DLPOCHGE-LN-NEW-QTY.
047000     PERFORM 5800-WRITE-NOTICE-REC.
047100 5300-EXIT.
047200     EXIT.
047300
047400 5400-REPORT-NOTICE.
047500     MOVE DLPOCHGN-PO-NO      TO DLR207-L-PO-NO.
047600     MOVE DLPOCHGN-CHANGE-SEQ TO DLR207-L-SEQ.
047700     MOVE DLPOCHGN-VENDOR     TO DLR207-L-VENDOR.
047800     MOVE DLPOCHGN-DEPARTMENT TO DLR207-L-DEPARTMENT.
047900     IF  DLR207-CANCEL
048000         MOVE 'CANCELLATION' TO DLR207-L-PURPOSE
048100     ELSE
048200         MOVE 'CHANGE'       TO DLR207-L-PURPOSE
048300     END-IF.
048400     MOVE DLR207-C-EXP-OLD    TO DLR207-L-EXP-OLD.
048500     MOVE DLR207-C-EXP-NEW    TO DLR207-L-EXP-NEW.
048600     MOVE DLR207-C-CNCL-OLD   TO DLR207-L-CNCL-OLD.
048700     MOVE DLR207-C-CNCL-NEW   TO DLR207-L-CNCL-NEW.
048800     MOVE DLPOCHGN-LINES-CHANGED TO DLR207-L-LINES.
048900     WRITE NOTICE-LINE FROM DLR207-DETAIL-LINE.
049000 5400-EXIT.
049100     EXIT.
049200
049300 5800-WRITE-NOTICE-REC.
049400     ADD 1 TO DLR207-NOTICE-RECS.
049500     PERFORM 5900-WRITE-CHANGE-REC.
049600 5800-EXIT.
049700     EXIT.
049800
049900 5900-WRITE-CHANGE-REC.
050000     WRITE DLPOCHGE-RECORD.
050100     ADD 1 TO DLR207-FILE-RECS.
050200 5900-EXIT.
050300     EXIT.
050400
050500 8000-PRINT-TOTALS.
050600     WRITE NOTICE-LINE FROM DLR207-BLANK-LINE.
050700     MOVE 'DELTA EVENTS READ' TO DLR207-T-LABEL.
050800     MOVE DLR207-EVENTS-READ TO DLR207-T-COUNT.
050900     WRITE NOTICE-LINE FROM DLR207-TOTAL-LINE.
051000     MOVE 'CHANGE NOTICES SENT' TO DLR207-T-LABEL.
051100     MOVE DLR207-CHANGES-SENT TO DLR207-T-COUNT.
051200     WRITE NOTICE-LINE FROM DLR207-TOTAL-LINE.
051300     MOVE 'CANCELLATION NOTICES SENT' TO DLR207-T-LABEL.
051400     MOVE DLR207-CANCELS-SENT TO DLR207-T-COUNT.
051500     WRITE NOTICE-LINE FROM DLR207-TOTAL-LINE.
051600     MOVE 'EARLIER NOTICES SUPERSEDED' TO DLR207-T-LABEL.
051700     MOVE DLR207-SUPERSEDED TO DLR207-T-COUNT.
051800     WRITE NOTICE-LINE FROM DLR207-TOTAL-LINE.
051900     MOVE 'POS WITH NO VENDOR CHANGE' TO DLR207-T-LABEL.
052000     MOVE DLR207-NO-NOTICE TO DLR207-T-COUNT.
052100     WRITE NOTICE-LINE FROM DLR207-TOTAL-LINE.
052200     MOVE 'DC LINES NOT SENT - OVER 40 PER PO' TO DLR207-T-LABEL.
052300     MOVE DLR207-LINES-DROPPED TO DLR207-T-COUNT.
052400     WRITE NOTICE-LINE FROM DLR207-TOTAL-LINE.
052500     MOVE 'POS NOT SENT - CHANGE SEQUENCE AT 999'
052600         TO DLR207-T-LABEL.
052700     MOVE DLR207-SEQ-EXHAUSTED TO DLR207-T-COUNT.
052800     WRITE NOTICE-LINE FROM DLR207-TOTAL-LINE.
052900 8000-EXIT.
053000     EXIT.
053100
053200 9000-TERMINATE.
053300     MOVE SPACES TO DLPOCHGE-RECORD.
053400     SET DLPOCHGE-FILE-TRAILER TO TRUE.
053500     MOVE DLR207-NOTICES-SENT TO DLPOCHGE-FT-NOTICE-COUNT.
053600     PERFORM 5900-WRITE-CHANGE-REC.
053700     DISPLAY 'DLR207 EVENTS READ       = ' DLR207-EVENTS-READ.
053800     DISPLAY 'DLR207 NOTICES SENT      = ' DLR207-NOTICES-SENT.
053900     DISPLAY 'DLR207 EDI RECORDS       = ' DLR207-FILE-RECS.
054000     IF  DLR207-LINES-DROPPED > ZERO
054100     OR  DLR207-SEQ-EXHAUSTED > ZERO
054200         MOVE 4 TO RETURN-CODE
054300     END-IF.
054400     CLOSE DELTA-EVENT-FILE
054500           NOTICE-LOG
054600           CHANGE-FILE
054700           NOTICE-REPORT.
054800 9000-EXIT.
054900     EXIT.
