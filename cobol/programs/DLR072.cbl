001600*   RECEIPT, CANCEL-BY, DEPARTMENT OR VALUE MOVED - WITH THE     *
001700*   BEFORE AND AFTER VALUES) OR HAS DISAPPEARED FROM THE FEED,   *
001800*   SO BUYERS STOP BEING SURPRISED BY SILENTLY RE-DATED ORDERS.  *
001810*   THE AMSPODL DD IS THE DOWNLOAD DLR210 HAS PASSED (AMSPODLA), *
001820*   THE ORDER BOOK AS SENT TO VENDORS. A PO THAT LEAVES IT IS    *
001830*   NOT TAKEN AS CANCELLED WHILE DLR210 IS HOLDING IT PENDING    *
001840*   APPROVAL ON DLPOAPPQ - IT STAYS ON THE FEED UNTIL RELEASED - *
001850*   NOR ONCE DLRCVHST HOLDS A RECEIPT AGAINST IT: THAT ORDER HAS *
001860*   BEEN RECEIVED AND IS MARKED COMPLETED, NOT DISAPPEARED.      *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002220*     |          | (DLVENDMF CURRENCY) VALUED   |                *
002230*     |          | THROUGH DLFXRATE - MASTER    |                *
002240*     |          | CARRIES CCY AND LOCAL VALUE  |                *
002250*  03 | 15/10/26 | PER-DC ORDER QUANTITIES HELD | R. GEALL       *
002260*     |          | - QTY/DC CHANGES REPORTED,   |                *
002270*     |          | DELTA EVENT FILE POLDELTA    |                *
002280*     |          | WRITTEN FOR DLR207           |                *
002284*  04 | 15/10/26 | DROPPED POS WITH RECEIPTS    | R. GEALL       *
002288*     |          | MARKED COMPLETED (EVENT CM); |                *
002292*     |          | POS PENDING ON DLPOAPPQ LEFT |                *
002296*     |          | ON THE FEED                  |                *
002297*  05 | 15/10/26 | RECORD LAYOUT MOVED TO       | R. GEALL       *
002298*     |          | COPYBOOK DLPOLDLT            |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003820                              ORGANIZATION IS SEQUENTIAL.
003830     SELECT FXRATE-FILE       ASSIGN TO DLFXRATE
003840                              ORGANIZATION IS SEQUENTIAL.
003860     SELECT DELTA-EVENT-FILE  ASSIGN TO POLDELTA
003880                              ORGANIZATION IS SEQUENTIAL.
003881     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
003882                              ORGANIZATION IS INDEXED
003883                              ACCESS MODE IS DYNAMIC
003884                              RECORD KEY IS DLRCVHST-KEY
003885                              ALTERNATE RECORD KEY IS
003886                                  DLRCVHST-KEYCODE-NO
003887                                  WITH DUPLICATES
003888                              ALTERNATE RECORD KEY IS
003889                                  DLRCVHST-ORDER-NO
003890                                  WITH DUPLICATES.
003891     SELECT APPROVAL-QUEUE    ASSIGN TO DLPOAPPQ
003892                              ORGANIZATION IS INDEXED
003893                              ACCESS MODE IS RANDOM
003894                              RECORD KEY IS DLPOAPPQ-PO-NO.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  AMS-PODL-FILE
004600     LABEL RECORDS ARE STANDARD.
004700 01  DLPOLIFE-RECORD.
004800     COPY DLPOLIFE.
004810*    ONE ROW PER DELTA FOUND, FOR DLR207 TO RAISE VENDOR PO
004813*    CHANGE NOTICES FROM. EVENTS FOR A PO ARE WRITTEN TOGETHER.
004816 FD  DELTA-EVENT-FILE
004819     RECORDING MODE IS F
004822     LABEL RECORDS ARE STANDARD.
004825 01  DLPOLDLT-RECORD.
004828     COPY DLPOLDLT.
004831 FD  HISTORY-MASTER
004834     LABEL RECORDS ARE STANDARD.
004837 01  DLRCVHST-RECORD.
004840     COPY DLRCVHST.
004900 FD  DELTA-REPORT
005000     RECORDING MODE IS F
005100     LABEL RECORDS ARE STANDARD.
005280     LABEL RECORDS ARE STANDARD.
005290 01  DLFXRATE-RECORD.
005295     COPY DLFXRATE.
005296 FD  APPROVAL-QUEUE
005297     LABEL RECORDS ARE STANDARD.
005298 01  DLPOAPPQ-RECORD.
005299     COPY DLPOAPPQ.
005300 WORKING-STORAGE SECTION.
005400 01  DLR072-SWITCHES.
005500     05  DLR072-EOF-SW            PIC X(01)  VALUE 'N'.
006240         88  DLR072-FX-EOF                   VALUE 'Y'.
006250     05  DLR072-RATE-FOUND-SW     PIC X(01)  VALUE 'N'.
006260         88  DLR072-RATE-FOUND               VALUE 'Y'.
006262     05  DLR072-HIST-EOF-SW       PIC X(01)  VALUE 'N'.
006264         88  DLR072-HIST-EOF                 VALUE 'Y'.
006266     05  DLR072-HELD-SW           PIC X(01)  VALUE 'N'.
006268         88  DLR072-HELD                     VALUE 'Y'.
006270     05  DLR072-RECEIVED-SW       PIC X(01)  VALUE 'N'.
006272         88  DLR072-RECEIVED                 VALUE 'Y'.
006300 01  DLR072-RUN-DATE              PIC 9(08)  VALUE ZERO.
006310 01  DLR072-W-PO-NO               PIC 9(12)  VALUE ZERO.
006320 01  DLR072-W-PO-NO-X REDEFINES DLR072-W-PO-NO
006330                                  PIC X(12).
006400 01  DLR072-CURR-PO.
006500     05  DLR072-C-PO-NO           PIC 9(12)  VALUE ZERO.
006600     05  DLR072-C-VENDOR          PIC 9(10)  VALUE ZERO.
007000     05  DLR072-C-VALUE           PIC S9(13)V99 COMP-3 VALUE ZERO.
007010     05  DLR072-C-CCY             PIC X(03)  VALUE SPACES.
007020     05  DLR072-C-VALUE-CCY       PIC S9(13)V99 COMP-3 VALUE ZERO.
007021     05  DLR072-C-TOTAL-QTY       PIC 9(09)  VALUE ZERO.
007022     05  DLR072-C-LOCN-COUNT      PIC S9(04)  COMP  VALUE ZERO.
007023     05  DLR072-C-LOCN OCCURS 20 TIMES
007024                       INDEXED BY DLR072-CL-IX.
007025         10  DLR072-C-DC-NO       PIC 9(04).
007026         10  DLR072-C-DC-QTY      PIC 9(09).
007030 01  DLR072-VEND-CONTROL.
007040     05  DLR072-VEND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
007050 01  DLR072-VEND-TABLE.
007072         10  DLR072-X-RATE        PIC S9(7)V9(10) COMP-3.
007074         10  DLR072-X-BEST-EFF    PIC 9(08).
007076 01  DLR072-NO-RATE-COUNT         PIC 9(05)  VALUE ZERO.
007080 01  DLR072-LOCN-OVERFLOW         PIC 9(05)  VALUE ZERO.
007100 01  DLR072-COUNTERS.
007200     05  DLR072-NEW-COUNT         PIC 9(07)  VALUE ZERO.
007300     05  DLR072-CHANGED-COUNT     PIC 9(07)  VALUE ZERO.
007400     05  DLR072-GONE-COUNT        PIC 9(07)  VALUE ZERO.
007402     05  DLR072-COMPLETED-COUNT   PIC 9(07)  VALUE ZERO.
007404     05  DLR072-HELD-COUNT        PIC 9(07)  VALUE ZERO.
007410 01  DLR072-LOCN-WORK.
007415     05  DLR072-OCC-SUB           PIC S9(04)  COMP  VALUE ZERO.
007420     05  DLR072-ML-SUB            PIC S9(04)  COMP  VALUE ZERO.
007425     05  DLR072-EVENT-CODE        PIC X(02)  VALUE SPACES.
007430     05  DLR072-DC-FIELD.
007435         10  FILLER               PIC X(04)  VALUE 'DC  '.
007440         10  DLR072-DC-FIELD-NO   PIC 9(04).
007445     05  DLR072-QTY-EDIT          PIC ZZZZZZZZ9.
007450     05  DLR072-OLD-QTY           PIC 9(09)  VALUE ZERO.
007455     05  DLR072-NEW-QTY           PIC 9(09)  VALUE ZERO.
007500 01  DLR072-HEADING-1.
007600     05  FILLER                   PIC X(44)  VALUE
007700         'DLR072 - PO ORDER BOOK RUN-OVER-RUN DELTAS'.
009200     05  DLR072-T-CHANGED         PIC ZZZZZZ9.
009300     05  FILLER            PIC X(15)  VALUE '  DISAPPEARED -'.
009400     05  DLR072-T-GONE            PIC ZZZZZZ9.
009410     05  FILLER            PIC X(13)  VALUE '  COMPLETED -'.
009420     05  DLR072-T-COMPLETED       PIC ZZZZZZ9.
009430     05  FILLER                   PIC X(20)  VALUE
009440         '  PENDING APPROVAL -'.
009450     05  DLR072-T-HELD            PIC ZZZZZZ9.
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     PERFORM 1000-INITIALIZE.
010600     OPEN INPUT  AMS-PODL-FILE.
010700     OPEN I-O    PO-LIFE-MASTER.
010800     OPEN OUTPUT DELTA-REPORT.
010850     OPEN OUTPUT DELTA-EVENT-FILE.
010860     OPEN INPUT  HISTORY-MASTER.
010870     OPEN INPUT  APPROVAL-QUEUE.
010900     ACCEPT DLR072-RUN-DATE FROM DATE YYYYMMDD.
010920     PERFORM 1100-LOAD-VENDOR-CCYS.
010940     PERFORM 1200-LOAD-FX-RATES.
012400             MOVE Cancel-by-date       TO DLR072-C-CANCEL-DATE
012500             MOVE ZERO                 TO DLR072-C-VALUE
012520             MOVE ZERO                 TO DLR072-C-VALUE-CCY
012526             MOVE ZERO                 TO DLR072-C-TOTAL-QTY
012532             MOVE ZERO                 TO DLR072-C-LOCN-COUNT
012540             PERFORM 2300-FIND-VENDOR-CCY
012600         WHEN 'PR'
012700             IF  DLR072-PO-ACTIVE
012800                 COMPUTE DLR072-C-VALUE-CCY =
012900                     DLR072-C-VALUE-CCY + Pack-Qty * Pack-Cost
013000             END-IF
013010         WHEN 'LO'
013020             IF  DLR072-PO-ACTIVE
013030                 PERFORM 2400-POST-ONE-LOCN
013040                     VARYING DLR072-OCC-SUB FROM 1 BY 1
013050                     UNTIL DLR072-OCC-SUB > 10
013060             END-IF
013100         WHEN OTHER
013200             CONTINUE
013300     END-EVALUATE.
014432     END-SEARCH.
014434 2300-EXIT.
014436     EXIT.
014438
014440*    A PO'S LOCATION RECORDS ARE SUMMED BY DC OVER ALL ITS
014442*    PRODUCTS. A DC BEYOND THE TABLE STILL COUNTS IN THE TOTAL.
014444 2400-POST-ONE-LOCN.
014446     IF  DC-Number (DLR072-OCC-SUB) > ZERO
014448     AND Pack-Quantity (DLR072-OCC-SUB) > ZERO
014450         ADD Pack-Quantity (DLR072-OCC-SUB) TO DLR072-C-TOTAL-QTY
014452         SET DLR072-CL-IX TO 1
014454         SEARCH DLR072-C-LOCN
014456             AT END
014458                 ADD 1 TO DLR072-LOCN-OVERFLOW
014460             WHEN DLR072-CL-IX > DLR072-C-LOCN-COUNT
014462                 ADD 1 TO DLR072-C-LOCN-COUNT
014464                 MOVE DC-Number (DLR072-OCC-SUB)
014466                     TO DLR072-C-DC-NO (DLR072-CL-IX)
014468                 MOVE Pack-Quantity (DLR072-OCC-SUB)
014470                     TO DLR072-C-DC-QTY (DLR072-CL-IX)
014472             WHEN DLR072-C-DC-NO (DLR072-CL-IX)
014474                     = DC-Number (DLR072-OCC-SUB)
014476                 ADD Pack-Quantity (DLR072-OCC-SUB)
014478                     TO DLR072-C-DC-QTY (DLR072-CL-IX)
014480         END-SEARCH
014482     END-IF.
014484 2400-EXIT.
014486     EXIT.
014500
014600 3000-POST-CURRENT-PO.
014700     IF  DLR072-PO-ACTIVE
014950 3020-EXIT.
014952     EXIT.
014960
014970 3050-POST-PO-TO-MASTER.
015000     MOVE DLR072-C-PO-NO TO DLPOLIFE-PO-NO.
015100     READ PO-LIFE-MASTER
015200         INVALID KEY
016320         MOVE DLR072-C-CCY         TO DLPOLIFE-ORDER-CCY
016340         MOVE DLR072-C-VALUE-CCY
016360             TO DLPOLIFE-ORDER-VALUE-CCY
016380         PERFORM 3060-STORE-LOCNS
016400         MOVE DLR072-RUN-DATE      TO DLPOLIFE-LAST-SEEN
016500         SET DLPOLIFE-ON-FEED      TO TRUE
016600         REWRITE DLPOLIFE-RECORD
017200         MOVE SPACES TO DLR072-D-OLD
017300         MOVE SPACES TO DLR072-D-NEW
017400         WRITE DELTA-LINE FROM DLR072-DELTA-LINE
017430         MOVE 'NW' TO DLR072-EVENT-CODE
017460         PERFORM 3350-WRITE-EVENT
017500         MOVE DLR072-C-PO-NO       TO DLPOLIFE-PO-NO
017600         MOVE DLR072-C-VENDOR      TO DLPOLIFE-VENDOR
017700         MOVE DLR072-C-DEPARTMENT  TO DLPOLIFE-DEPARTMENT
018020         MOVE DLR072-C-CCY         TO DLPOLIFE-ORDER-CCY
018040         MOVE DLR072-C-VALUE-CCY
018060             TO DLPOLIFE-ORDER-VALUE-CCY
018080         PERFORM 3060-STORE-LOCNS
018100         MOVE DLR072-RUN-DATE      TO DLPOLIFE-FIRST-SEEN
018200         MOVE DLR072-RUN-DATE      TO DLPOLIFE-LAST-SEEN
018300         SET DLPOLIFE-ON-FEED      TO TRUE
018500     END-IF.
018700 3050-EXIT.
018800     EXIT.
018804
018808 3060-STORE-LOCNS.
018812     MOVE DLR072-C-TOTAL-QTY  TO DLPOLIFE-TOTAL-QTY.
018816     MOVE DLR072-C-LOCN-COUNT TO DLPOLIFE-LOCN-COUNT.
018820     PERFORM 3070-STORE-ONE-LOCN
018824         VARYING DLR072-ML-SUB FROM 1 BY 1
018828         UNTIL DLR072-ML-SUB > 20.
018832     SET DLPOLIFE-QTY-HELD    TO TRUE.
018836 3060-EXIT.
018840     EXIT.
018844
018848 3070-STORE-ONE-LOCN.
018852     IF  DLR072-ML-SUB > DLR072-C-LOCN-COUNT
018856         MOVE ZERO TO DLPOLIFE-DC-NO (DLR072-ML-SUB)
018860         MOVE ZERO TO DLPOLIFE-DC-QTY (DLR072-ML-SUB)
018864     ELSE
018868         MOVE DLR072-C-DC-NO (DLR072-ML-SUB)
018872             TO DLPOLIFE-DC-NO (DLR072-ML-SUB)
018876         MOVE DLR072-C-DC-QTY (DLR072-ML-SUB)
018880             TO DLPOLIFE-DC-QTY (DLR072-ML-SUB)
018884     END-IF.
018888 3070-EXIT.
018892     EXIT.
018900
019000 3200-REPORT-CHANGES.
019100     IF  DLPOLIFE-EXP-RCPT-DATE NOT = DLR072-C-EXP-DATE
019200         MOVE 'EXP DATE' TO DLR072-D-FIELD
019250         MOVE 'ED' TO DLR072-EVENT-CODE
019300         MOVE DLPOLIFE-EXP-RCPT-DATE TO DLR072-D-OLD
019400         MOVE DLR072-C-EXP-DATE      TO DLR072-D-NEW
019500         PERFORM 3300-WRITE-CHANGE
019600     END-IF.
019700     IF  DLPOLIFE-CANCEL-BY-DATE NOT = DLR072-C-CANCEL-DATE
019800         MOVE 'CANCL BY' TO DLR072-D-FIELD
019850         MOVE 'CB' TO DLR072-EVENT-CODE
019900         MOVE DLPOLIFE-CANCEL-BY-DATE TO DLR072-D-OLD
020000         MOVE DLR072-C-CANCEL-DATE    TO DLR072-D-NEW
020100         PERFORM 3300-WRITE-CHANGE
020200     END-IF.
020300     IF  DLPOLIFE-DEPARTMENT NOT = DLR072-C-DEPARTMENT
020400         MOVE 'DEPT    ' TO DLR072-D-FIELD
020450         MOVE 'DP' TO DLR072-EVENT-CODE
020500         MOVE DLPOLIFE-DEPARTMENT TO DLR072-D-OLD
020600         MOVE DLR072-C-DEPARTMENT TO DLR072-D-NEW
020700         PERFORM 3300-WRITE-CHANGE
020800     END-IF.
020900     IF  DLPOLIFE-ORDER-VALUE NOT = DLR072-C-VALUE
021000         MOVE 'VALUE   ' TO DLR072-D-FIELD
021050         MOVE 'VL' TO DLR072-EVENT-CODE
021100         MOVE DLPOLIFE-ORDER-VALUE TO DLR072-VALUE-EDIT
021200         MOVE DLR072-VALUE-EDIT    TO DLR072-D-OLD
021300         MOVE DLR072-C-VALUE       TO DLR072-VALUE-EDIT
021400         MOVE DLR072-VALUE-EDIT    TO DLR072-D-NEW
021500         PERFORM 3300-WRITE-CHANGE
021600     END-IF.
021610     IF  DLPOLIFE-QTY-HELD
021620         PERFORM 3210-CHECK-OLD-LOCN
021630             VARYING DLR072-ML-SUB FROM 1 BY 1
021640             UNTIL DLR072-ML-SUB > DLPOLIFE-LOCN-COUNT
021650         PERFORM 3220-CHECK-NEW-LOCN
021660             VARYING DLR072-CL-IX FROM 1 BY 1
021670             UNTIL DLR072-CL-IX > DLR072-C-LOCN-COUNT
021680     END-IF.
021700 3200-EXIT.
021800     EXIT.
021801
021802*    EACH DC ON THE MASTER IS LOOKED FOR ON THE DOWNLOAD - A
021803*    DIFFERENT QUANTITY IS A CHANGE, NO LONGER THERE IS A DROP.
021804 3210-CHECK-OLD-LOCN.
021805     MOVE DLPOLIFE-DC-NO (DLR072-ML-SUB)  TO DLR072-DC-FIELD-NO.
021806     MOVE DLPOLIFE-DC-QTY (DLR072-ML-SUB) TO DLR072-OLD-QTY.
021807     MOVE ZERO TO DLR072-NEW-QTY.
021808     MOVE 'LD' TO DLR072-EVENT-CODE.
021809     SET DLR072-CL-IX TO 1.
021810     SEARCH DLR072-C-LOCN
021811         AT END
021812             CONTINUE
021813         WHEN DLR072-CL-IX > DLR072-C-LOCN-COUNT
021814             CONTINUE
021815         WHEN DLR072-C-DC-NO (DLR072-CL-IX) = DLR072-DC-FIELD-NO
021816             MOVE DLR072-C-DC-QTY (DLR072-CL-IX) TO DLR072-NEW-QTY
021817             MOVE 'LQ' TO DLR072-EVENT-CODE
021818     END-SEARCH.
021819     IF  DLR072-NEW-QTY NOT = DLR072-OLD-QTY
021820         PERFORM 3230-REPORT-LOCN
021821     END-IF.
021822 3210-EXIT.
021823     EXIT.
021824
021825*    A DC ON THE DOWNLOAD BUT NOT ON THE MASTER HAS BEEN ADDED.
021826 3220-CHECK-NEW-LOCN.
021827     MOVE DLR072-C-DC-NO (DLR072-CL-IX)  TO DLR072-DC-FIELD-NO.
021828     MOVE ZERO TO DLR072-OLD-QTY.
021829     MOVE DLR072-C-DC-QTY (DLR072-CL-IX) TO DLR072-NEW-QTY.
021830     MOVE 'LA' TO DLR072-EVENT-CODE.
021831     PERFORM 3225-FIND-OLD-LOCN
021832         VARYING DLR072-ML-SUB FROM 1 BY 1
021833         UNTIL DLR072-ML-SUB > DLPOLIFE-LOCN-COUNT.
021834     IF  DLR072-EVENT-CODE = 'LA'
021835         PERFORM 3230-REPORT-LOCN
021836     END-IF.
021837 3220-EXIT.
021838     EXIT.
021839
021840 3225-FIND-OLD-LOCN.
021841     IF  DLPOLIFE-DC-NO (DLR072-ML-SUB) = DLR072-DC-FIELD-NO
021842         MOVE SPACES TO DLR072-EVENT-CODE
021843     END-IF.
021844 3225-EXIT.
021845     EXIT.
021846
021847 3230-REPORT-LOCN.
021848     MOVE DLR072-DC-FIELD TO DLR072-D-FIELD.
021849     MOVE DLR072-OLD-QTY  TO DLR072-QTY-EDIT.
021850     MOVE DLR072-QTY-EDIT TO DLR072-D-OLD.
021851     MOVE DLR072-NEW-QTY  TO DLR072-QTY-EDIT.
021852     MOVE DLR072-QTY-EDIT TO DLR072-D-NEW.
021853     PERFORM 3300-WRITE-CHANGE.
021854 3230-EXIT.
021855     EXIT.
021900
022000 3300-WRITE-CHANGE.
022100     ADD 1 TO DLR072-CHANGED-COUNT.
022200     MOVE 'CHANGED     ' TO DLR072-D-TYPE.
022300     MOVE DLR072-C-PO-NO TO DLR072-D-PO-NO.
022400     WRITE DELTA-LINE FROM DLR072-DELTA-LINE.
022450     PERFORM 3350-WRITE-EVENT.
022500 3300-EXIT.
022600     EXIT.
022603
022606*    THE EVENT CARRIES THE ORDER AS NOW DOWNLOADED (AS LAST HELD
022609*    FOR A PO THAT HAS GONE) WITH THE BEFORE AND AFTER VALUES.
022612 3350-WRITE-EVENT.
022615     MOVE SPACES               TO DLPOLDLT-RECORD.
022618     MOVE DLR072-RUN-DATE      TO DLPOLDLT-RUN-DATE.
022621     MOVE DLR072-EVENT-CODE    TO DLPOLDLT-EVENT.
022624     IF  DLPOLDLT-DISAPPEARED
022627     OR  DLPOLDLT-COMPLETED
022630         MOVE DLPOLIFE-PO-NO      TO DLPOLDLT-PO-NO
022633         MOVE DLPOLIFE-VENDOR     TO DLPOLDLT-VENDOR
022634         MOVE DLPOLIFE-DEPARTMENT TO DLPOLDLT-DEPARTMENT
022636     ELSE
022639         MOVE DLR072-C-PO-NO      TO DLPOLDLT-PO-NO
022642         MOVE DLR072-C-VENDOR     TO DLPOLDLT-VENDOR
022645         MOVE DLR072-C-DEPARTMENT TO DLPOLDLT-DEPARTMENT
022648     END-IF.
022651     MOVE DLR072-D-OLD         TO DLPOLDLT-OLD-TEXT.
022654     MOVE DLR072-D-NEW         TO DLPOLDLT-NEW-TEXT.
022657     MOVE ZERO                 TO DLPOLDLT-DC-NO.
022660     MOVE ZERO                 TO DLPOLDLT-OLD-QTY.
022663     MOVE ZERO                 TO DLPOLDLT-NEW-QTY.
022666     IF  DLPOLDLT-LOCN-QTY-CHANGED
022669     OR  DLPOLDLT-LOCN-ADDED
022672     OR  DLPOLDLT-LOCN-DROPPED
022675         MOVE DLR072-DC-FIELD-NO  TO DLPOLDLT-DC-NO
022678         MOVE DLR072-OLD-QTY      TO DLPOLDLT-OLD-QTY
022681         MOVE DLR072-NEW-QTY      TO DLPOLDLT-NEW-QTY
022684     END-IF.
022687     WRITE DLPOLDLT-RECORD.
022690 3350-EXIT.
022693     EXIT.
022700
022800 5000-FLAG-DISAPPEARED.
022900     MOVE LOW-VALUES TO DLPOLIFE-PO-NO.
025000 5200-CHECK-ONE-PO.
025100     IF  DLPOLIFE-ON-FEED
025200     AND DLPOLIFE-LAST-SEEN < DLR072-RUN-DATE
025300         PERFORM 5300-CHECK-APPROVAL-HOLD
025400         IF  DLR072-HELD
025500             ADD 1 TO DLR072-HELD-COUNT
025600         ELSE
025700             PERFORM 5400-CHECK-RECEIPTS
025800             IF  DLR072-RECEIVED
025900                 PERFORM 5500-MARK-COMPLETED
025930             ELSE
025960                 PERFORM 5600-MARK-DISAPPEARED
026000             END-IF
026100         END-IF
026200     END-IF.
026300     PERFORM 5100-READ-MASTER-NEXT.
026400 5200-EXIT.
026500     EXIT.
026600
026601*    A PO DLR210 IS HOLDING FOR APPROVAL IS HELD OFF AMSPODLA, SO
026602*    ITS ABSENCE SAYS NOTHING ABOUT THE ORDER. IT IS LEFT ON THE
026603*    FEED WITHOUT ITS LAST-SEEN DATE MOVING.
026604 5300-CHECK-APPROVAL-HOLD.
026605     MOVE 'N' TO DLR072-HELD-SW.
026606     MOVE DLPOLIFE-PO-NO TO DLPOAPPQ-PO-NO.
026607     READ APPROVAL-QUEUE
026608         INVALID KEY
026609             CONTINUE
026610         NOT INVALID KEY
026611             IF  DLPOAPPQ-PENDING
026612                 MOVE 'Y' TO DLR072-HELD-SW
026613             END-IF
026614     END-READ.
026615 5300-EXIT.
026616     EXIT.
026617
026618*    ANY RECEIPT HEADER ON DLRCVHST AGAINST THE ORDER NUMBER THAT
026619*    HAS NOT BEEN REVERSED MEANS THE ORDER WAS RECEIVED.
026620 5400-CHECK-RECEIPTS.
026621     MOVE 'N' TO DLR072-RECEIVED-SW.
026622     MOVE 'N' TO DLR072-HIST-EOF-SW.
026623     MOVE DLPOLIFE-PO-NO TO DLR072-W-PO-NO.
026624     MOVE DLR072-W-PO-NO-X TO DLRCVHST-ORDER-NO.
026625     START HISTORY-MASTER KEY IS EQUAL TO DLRCVHST-ORDER-NO
026626         INVALID KEY
026627             MOVE 'Y' TO DLR072-HIST-EOF-SW
026628     END-START.
026629     IF  NOT DLR072-HIST-EOF
026630         PERFORM 5410-READ-HISTORY-NEXT
026631         PERFORM 5420-TEST-ORDER-ROW
026632             UNTIL DLR072-HIST-EOF
026633             OR    DLR072-RECEIVED
026634     END-IF.
026635 5400-EXIT.
026636     EXIT.
026637
026638 5410-READ-HISTORY-NEXT.
026639     READ HISTORY-MASTER NEXT RECORD
026640         AT END
026641             MOVE 'Y' TO DLR072-HIST-EOF-SW
026642     END-READ.
026643 5410-EXIT.
026644     EXIT.
026645
026646 5420-TEST-ORDER-ROW.
026647     IF  DLRCVHST-ORDER-NO NOT = DLR072-W-PO-NO-X
026648         MOVE 'Y' TO DLR072-HIST-EOF-SW
026649     ELSE
026650         IF  DLRCVHST-HEADER-ROW
026651         AND NOT DLRCVHST-REVERSED
026652             MOVE 'Y' TO DLR072-RECEIVED-SW
026653         END-IF
026654         PERFORM 5410-READ-HISTORY-NEXT
026655     END-IF.
026656 5420-EXIT.
026657     EXIT.
026658
026659 5500-MARK-COMPLETED.
026660     ADD 1 TO DLR072-COMPLETED-COUNT.
026661     MOVE 'COMPLETED   ' TO DLR072-D-TYPE.
026662     MOVE DLPOLIFE-PO-NO TO DLR072-D-PO-NO.
026663     MOVE SPACES TO DLR072-D-FIELD.
026664     MOVE SPACES TO DLR072-D-OLD.
026665     MOVE SPACES TO DLR072-D-NEW.
026666     WRITE DELTA-LINE FROM DLR072-DELTA-LINE.
026667     MOVE 'CM' TO DLR072-EVENT-CODE.
026668     PERFORM 3350-WRITE-EVENT.
026669     SET DLPOLIFE-COMPLETED TO TRUE.
026670     REWRITE DLPOLIFE-RECORD.
026671 5500-EXIT.
026672     EXIT.
026673
026674 5600-MARK-DISAPPEARED.
026675     ADD 1 TO DLR072-GONE-COUNT.
026676     MOVE 'DISAPPEARED ' TO DLR072-D-TYPE.
026677     MOVE DLPOLIFE-PO-NO TO DLR072-D-PO-NO.
026678     MOVE SPACES TO DLR072-D-FIELD.
026679     MOVE SPACES TO DLR072-D-OLD.
026680     MOVE SPACES TO DLR072-D-NEW.
026681     WRITE DELTA-LINE FROM DLR072-DELTA-LINE.
026682     MOVE 'DS' TO DLR072-EVENT-CODE.
026683     PERFORM 3350-WRITE-EVENT.
026684     SET DLPOLIFE-DISAPPEARED TO TRUE.
026685     REWRITE DLPOLIFE-RECORD.
026686 5600-EXIT.
026687     EXIT.
026688
026700 9000-TERMINATE.
026750     IF  DLR072-NO-RATE-COUNT > ZERO
026760         DISPLAY 'DLR072 FOREIGN POS WITH NO FX RATE = '
026770             DLR072-NO-RATE-COUNT
026780     END-IF.
026784     IF  DLR072-LOCN-OVERFLOW > ZERO
026788         DISPLAY 'DLR072 DC QUANTITIES BEYOND 20 DCS = '
026792             DLR072-LOCN-OVERFLOW
026796     END-IF.
026800     MOVE DLR072-NEW-COUNT     TO DLR072-T-NEW.
026900     MOVE DLR072-CHANGED-COUNT TO DLR072-T-CHANGED.
027000     MOVE DLR072-GONE-COUNT    TO DLR072-T-GONE.
027010     MOVE DLR072-COMPLETED-COUNT TO DLR072-T-COMPLETED.
027020     MOVE DLR072-HELD-COUNT      TO DLR072-T-HELD.
027100     WRITE DELTA-LINE FROM DLR072-TOTAL-LINE.
027200     CLOSE AMS-PODL-FILE
027300           PO-LIFE-MASTER
027360           DELTA-REPORT
027420           DELTA-EVENT-FILE
027430           HISTORY-MASTER
027440           APPROVAL-QUEUE.
027500 9000-EXIT.
027600     EXIT.
