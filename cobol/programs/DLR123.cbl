002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002330*  02 | 15/10/26 | OPEN HISTORY I-O; STAMP      | R. GEALL       *
002360*     |          | MATCHED RECEIPT HEADERS      |                *
002370*  03 | 15/10/26 | RE-PRICE BY DLVNDCST COST    | R. GEALL       *
002380*     |          | IN FORCE ON RECEIPT DATE     |                *
002386*  04 | 15/10/26 | DLRCVHST ALTERNATE KEYS ON   | R. GEALL       *
002392*     |          | KEYCODE AND ORDER NUMBER     |                *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
003400     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
003500                              ORGANIZATION IS INDEXED
003600                              ACCESS MODE IS DYNAMIC
003700                              RECORD KEY IS DLRCVHST-KEY
003710                              ALTERNATE RECORD KEY IS
003720                                  DLRCVHST-KEYCODE-NO
003730                                  WITH DUPLICATES
003740                              ALTERNATE RECORD KEY IS
003750                                  DLRCVHST-ORDER-NO
003760                                  WITH DUPLICATES.
003800     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003900                              ORGANIZATION IS SEQUENTIAL.
003920     SELECT COST-MASTER       ASSIGN TO DLVNDCST
003940                              ORGANIZATION IS INDEXED
003960                              ACCESS MODE IS DYNAMIC
003980                              RECORD KEY IS DLVNDCST-KEY.
004000     SELECT MATCHED-FILE      ASSIGN TO INVMATCH
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT EXCEPTION-FILE    ASSIGN TO INVEXCP
006200     LABEL RECORDS ARE STANDARD.
006300 01  DLPARAMM-RECORD.
006400     COPY DLPARAMM.
006420 FD  COST-MASTER
006440     LABEL RECORDS ARE STANDARD.
006460 01  DLVNDCST-RECORD.
006480     COPY DLVNDCST.
006500 FD  MATCHED-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
009800         88  DLR123-RCPT-FOUND               VALUE 'Y'.
009900     05  DLR123-FIRST-SW          PIC X(01)  VALUE 'Y'.
010000         88  DLR123-FIRST                    VALUE 'Y'.
010010     05  DLR123-DATE-OK-SW        PIC X(01)  VALUE 'N'.
010020         88  DLR123-DATE-OK                  VALUE 'Y'.
010030     05  DLR123-COST-EOF-SW       PIC X(01)  VALUE 'N'.
010040         88  DLR123-COST-EOF                 VALUE 'Y'.
010050     05  DLR123-COST-MATCH-SW     PIC X(01)  VALUE 'N'.
010060         88  DLR123-COST-MATCH               VALUE 'Y'.
010100 01  DLR123-CONSTANTS.
010200*    BUILT-IN DEFAULT - THE LIVE VALUE COMES FROM DLPARAMM.
010300     05  DLR123-TOLERANCE-PCT     PIC 9(02)  VALUE 2.
011100                                             VALUE ZERO.
011200     05  DLR123-C-QTY             PIC S9(09)   COMP-3
011300                                             VALUE ZERO.
011310*    THE INVOICE'S PRODUCT LINES, KEPT TO RE-PRICE THE RECEIPT BY
011320*    ANY VENDOR COST CHANGE IN FORCE WHEN THE GOODS CAME IN.
011330 01  DLR123-LINE-CONTROL.
011340     05  DLR123-LINE-COUNT        PIC S9(04)  COMP  VALUE ZERO.
011350 01  DLR123-LINE-TABLE.
011360     05  DLR123-LINE-ENTRY OCCURS 500 TIMES
011370                           INDEXED BY DLR123-LINE-IX.
011380         10  DLR123-L-APN         PIC 9(13).
011390         10  DLR123-L-QTY         PIC 9(09).
011400 01  DLR123-MATCH-FIELDS.
011500     05  DLR123-M-RECEIPT-LOCN    PIC 9(04).
011600     05  DLR123-M-RECEIPT-NO      PIC 9(09).
011700     05  DLR123-M-RCPT-VALUE      PIC S9(11)V99 COMP-3.
011800     05  DLR123-M-RCPT-QTY        PIC S9(09)   COMP-3.
011810     05  DLR123-M-RCPT-DATE       PIC 9(08).
011820 01  DLR123-DATE-WORK.
011830     05  DLR123-DATE-X10          PIC X(10).
011840     05  DLR123-DATE-PARTS REDEFINES DLR123-DATE-X10.
011850         10  DLR123-X-DD          PIC 9(02).
011860         10  FILLER               PIC X(01).
011870         10  DLR123-X-MM          PIC 9(02).
011880         10  FILLER               PIC X(01).
011890         10  DLR123-X-CCYY        PIC 9(04).
011900 01  DLR123-WORK-FIELDS.
012000     05  DLR123-LINE-VALUE        PIC S9(11)V99 COMP-3.
012100     05  DLR123-VALUE-DIFF        PIC S9(11)V99 COMP-3.
012200     05  DLR123-VALUE-BAND        PIC S9(11)V99 COMP-3.
012300     05  DLR123-QTY-DIFF          PIC S9(09)   COMP-3.
012400     05  DLR123-QTY-BAND          PIC S9(09)   COMP-3.
012410     05  DLR123-COST-DELTA        PIC S9(11)V99 COMP-3.
012420     05  DLR123-REPRICED-VALUE    PIC S9(11)V99 COMP-3.
012430     05  DLR123-REPRICED-DIFF     PIC S9(11)V99 COMP-3.
012440     05  DLR123-REPRICED-BAND     PIC S9(11)V99 COMP-3.
012450     05  DLR123-IN-FORCE-COST     PIC S9(09)V9(04) COMP-3.
012460     05  DLR123-IN-FORCE-PREV     PIC S9(09)V9(04) COMP-3.
012500 01  DLR123-COUNTERS.
012600     05  DLR123-LINES-READ        PIC 9(09)  VALUE ZERO.
012700     05  DLR123-INVOICES          PIC 9(07)  VALUE ZERO.
012800     05  DLR123-MATCHED           PIC 9(07)  VALUE ZERO.
012900     05  DLR123-EXCEPTIONS        PIC 9(07)  VALUE ZERO.
012930     05  DLR123-MATCHED-NEW-COST  PIC 9(07)  VALUE ZERO.
012960     05  DLR123-LINES-NOT-HELD    PIC 9(07)  VALUE ZERO.
013000 PROCEDURE DIVISION.
013100 0000-MAINLINE.
013200     PERFORM 1000-INITIALIZE.
014000
014100 1000-INITIALIZE.
014200     OPEN INPUT  INVOICE-INTAKE.
014300     OPEN I-O    HISTORY-MASTER.
014350     OPEN INPUT  COST-MASTER.
014400     OPEN OUTPUT MATCHED-FILE.
014500     OPEN OUTPUT EXCEPTION-FILE.
014600     ACCEPT DLR123-RUN-DATE FROM DATE YYYYMMDD.
019800         INV-QTY * INV-UNIT-PRICE.
019900     ADD DLR123-LINE-VALUE TO DLR123-C-VALUE.
020000     ADD INV-QTY           TO DLR123-C-QTY.
020010     IF  DLR123-LINE-COUNT < 500
020020         ADD 1 TO DLR123-LINE-COUNT
020030         SET DLR123-LINE-IX TO DLR123-LINE-COUNT
020040         MOVE INV-PROD-NO TO DLR123-L-APN (DLR123-LINE-IX)
020050         MOVE INV-QTY     TO DLR123-L-QTY (DLR123-LINE-IX)
020060     ELSE
020070         ADD 1 TO DLR123-LINES-NOT-HELD
020080     END-IF.
020100     PERFORM 2100-READ-INVOICE-LINE.
020200 2000-EXIT.
020300     EXIT.
021700     MOVE INV-ORDER-NO   TO DLR123-C-ORDER-NO.
021800     MOVE ZERO           TO DLR123-C-VALUE.
021900     MOVE ZERO           TO DLR123-C-QTY.
021950     MOVE ZERO           TO DLR123-LINE-COUNT.
022000 2200-EXIT.
022100     EXIT.
022200
024000         COMPUTE DLR123-QTY-BAND ROUNDED =
024100             DLR123-M-RCPT-QTY
024200                 * DLR123-TOLERANCE-PCT / 100
024210         MOVE 'N' TO DLR123-COST-MATCH-SW
024220         IF  DLR123-VALUE-DIFF > DLR123-VALUE-BAND
024230         OR  DLR123-VALUE-DIFF < ZERO - DLR123-VALUE-BAND
024240             PERFORM 3400-REPRICE-RECEIPT
024250         END-IF
024300         EVALUATE TRUE
024380             WHEN (DLR123-VALUE-DIFF > DLR123-VALUE-BAND
024460             OR    DLR123-VALUE-DIFF
024540                       < ZERO - DLR123-VALUE-BAND)
024620             AND  NOT DLR123-COST-MATCH
024700                 ADD 1 TO DLR123-EXCEPTIONS
024800                 MOVE 'PRCV' TO EXC-REASON-CODE
024900                 PERFORM 3300-WRITE-EXCEPTION
025500                 PERFORM 3300-WRITE-EXCEPTION
025600             WHEN OTHER
025700                 ADD 1 TO DLR123-MATCHED
025720                 IF  DLR123-COST-MATCH
025740                     ADD 1 TO DLR123-MATCHED-NEW-COST
025760                 END-IF
025800                 PERFORM 3200-WRITE-MATCH
025900         END-EVALUATE
026000     END-IF.
028300     IF  NOT DLR123-HIST-EOF
028400     AND DLRCVHST-HEADER-ROW
028500     AND DLRCVHST-SUP-ID = DLR123-C-SUP-ID
028530     AND (DLRCVHST-INV-UNMATCHED
028560         OR DLRCVHST-MATCH-INVOICE-NO = DLR123-C-INVOICE-NO)
028600         IF  DLRCVHST-INVOICE-NO = DLR123-C-INVOICE-NO
028700         OR  (DLR123-C-ORDER-NO NOT = SPACES
028800             AND DLRCVHST-ORDER-NO = DLR123-C-ORDER-NO)
029500                 TO DLR123-M-RCPT-VALUE
029600             MOVE DLRCVHST-TOT-RECV-QTY
029700                 TO DLR123-M-RCPT-QTY
029720             MOVE DLRCVHST-RECEIPT-DATE
029740                 TO DLR123-DATE-X10
029760             PERFORM 3160-CONVERT-DATE
029800         END-IF
029900     END-IF.
030000 3150-EXIT.
030100     EXIT.
030200
030205 3160-CONVERT-DATE.
030210     MOVE 'N' TO DLR123-DATE-OK-SW.
030215     MOVE ZERO TO DLR123-M-RCPT-DATE.
030220     IF  DLR123-X-DD NUMERIC
030225     AND DLR123-X-MM NUMERIC
030230     AND DLR123-X-CCYY NUMERIC
030235     AND DLR123-X-DD > ZERO
030240     AND DLR123-X-DD < 32
030245     AND DLR123-X-MM > ZERO
030250     AND DLR123-X-MM < 13
030255         COMPUTE DLR123-M-RCPT-DATE =
030260             DLR123-X-CCYY * 10000
030265                 + DLR123-X-MM * 100 + DLR123-X-DD
030270         MOVE 'Y' TO DLR123-DATE-OK-SW
030275     END-IF.
030280 3160-EXIT.
030285     EXIT.
030290
030300 3200-WRITE-MATCH.
030400     MOVE DLR123-C-SUP-ID       TO MAT-SUP-ID.
030500     MOVE DLR123-C-INVOICE-NO   TO MAT-INVOICE-NO.
030800     MOVE DLR123-C-VALUE        TO MAT-INVOICE-VALUE.
030900     MOVE DLR123-M-RCPT-VALUE   TO MAT-RECEIPT-VALUE.
031000     WRITE MATCHED-REC.
031010*    THE SCAN STOPPED ON THE MATCHED HEADER, SO IT IS STILL THE
031020*    CURRENT RECORD; STAMPING IT TAKES THE RECEIPT OUT OF THE
031030*    MONTH-END GRNI ACCRUAL (DLR201) AND OUT OF LATER SCANS.
031040     SET DLRCVHST-INV-MATCHED     TO TRUE.
031050     MOVE DLR123-C-INVOICE-NO     TO DLRCVHST-MATCH-INVOICE-NO.
031060     MOVE DLR123-RUN-DATE         TO DLRCVHST-MATCH-DATE.
031070     REWRITE DLRCVHST-RECORD.
031100 3200-EXIT.
031200     EXIT.
031300
032600     WRITE EXCEPTION-REC.
032700 3300-EXIT.
032800     EXIT.
032802
032804*    AN INVOICE OUTSIDE THE BAND MAY SIMPLY CARRY A VENDOR COST
032806*    CHANGE (DLVNDCST) THAT CAME INTO FORCE AFTER THE ORDER WAS
032808*    RAISED. EACH LINE IS RE-PRICED BY THE CHANGE IN FORCE ON THE
032810*    RECEIPT DATE, AND IF THE RE-PRICED RECEIPT IS WITHIN THE BAND
032812*    THE INVOICE IS MATCHED RATHER THAN SENT AS A PRICE VARIANCE.
032814 3400-REPRICE-RECEIPT.
032816     MOVE ZERO TO DLR123-COST-DELTA.
032818     IF  DLR123-DATE-OK
032820         PERFORM 3410-PRICE-ONE-LINE
032822             VARYING DLR123-LINE-IX FROM 1 BY 1
032824             UNTIL DLR123-LINE-IX > DLR123-LINE-COUNT
032826     END-IF.
032828     IF  DLR123-COST-DELTA NOT = ZERO
032830         COMPUTE DLR123-REPRICED-VALUE =
032832             DLR123-M-RCPT-VALUE + DLR123-COST-DELTA
032834         COMPUTE DLR123-REPRICED-DIFF =
032836             DLR123-C-VALUE - DLR123-REPRICED-VALUE
032838         COMPUTE DLR123-REPRICED-BAND ROUNDED =
032840             DLR123-REPRICED-VALUE
032842                 * DLR123-TOLERANCE-PCT / 100
032844         IF  DLR123-REPRICED-DIFF NOT > DLR123-REPRICED-BAND
032846         AND DLR123-REPRICED-DIFF
032848                 NOT < ZERO - DLR123-REPRICED-BAND
032850             MOVE 'Y' TO DLR123-COST-MATCH-SW
032852         END-IF
032854     END-IF.
032856 3400-EXIT.
032858     EXIT.
032860
032862*    THE ROWS FOR THE VENDOR AND APN COME IN EFFECTIVE DATE ORDER,
032864*    SO THE LAST STANDING ONE ON OR BEFORE THE RECEIPT DATE IS THE
032866*    CHANGE IN FORCE.
032868 3410-PRICE-ONE-LINE.
032870     MOVE ZERO TO DLR123-IN-FORCE-COST.
032872     MOVE ZERO TO DLR123-IN-FORCE-PREV.
032874     MOVE 'N'  TO DLR123-COST-EOF-SW.
032876     MOVE DLR123-C-SUP-ID TO DLVNDCST-VENDOR-NO.
032878     MOVE DLR123-L-APN (DLR123-LINE-IX) TO DLVNDCST-APN.
032880     MOVE ZERO TO DLVNDCST-EFF-DATE.
032882     START COST-MASTER KEY NOT < DLVNDCST-KEY
032884         INVALID KEY
032886             MOVE 'Y' TO DLR123-COST-EOF-SW
032888     END-START.
032890     PERFORM 3420-TEST-ONE-COST
032892         UNTIL DLR123-COST-EOF.
032894     IF  DLR123-IN-FORCE-PREV > ZERO
032896         COMPUTE DLR123-COST-DELTA ROUNDED =
032898             DLR123-COST-DELTA
032900                 + DLR123-L-QTY (DLR123-LINE-IX)
032902                     * (DLR123-IN-FORCE-COST
032904                      - DLR123-IN-FORCE-PREV)
032906     END-IF.
032908 3410-EXIT.
032910     EXIT.
032912
032914 3420-TEST-ONE-COST.
032916     READ COST-MASTER NEXT RECORD
032918         AT END
032920             MOVE 'Y' TO DLR123-COST-EOF-SW
032922     END-READ.
032924     IF  NOT DLR123-COST-EOF
032926         IF  DLVNDCST-VENDOR-NO NOT = DLR123-C-SUP-ID
032928         OR  DLVNDCST-APN NOT = DLR123-L-APN (DLR123-LINE-IX)
032930         OR  DLVNDCST-EFF-DATE > DLR123-M-RCPT-DATE
032932             MOVE 'Y' TO DLR123-COST-EOF-SW
032934         ELSE
032936             IF  DLVNDCST-STANDING
032938                 MOVE DLVNDCST-PACK-COST
032940                     TO DLR123-IN-FORCE-COST
032942                 MOVE DLVNDCST-PREV-PACK-COST
032944                     TO DLR123-IN-FORCE-PREV
032946             END-IF
032948         END-IF
032950     END-IF.
032952 3420-EXIT.
032954     EXIT.
032956
033000 9000-TERMINATE.
033100     DISPLAY 'DLR123 LINES READ       = ' DLR123-LINES-READ.
033200     DISPLAY 'DLR123 INVOICES         = ' DLR123-INVOICES.
033300     DISPLAY 'DLR123 MATCHED          = ' DLR123-MATCHED.
033400     DISPLAY 'DLR123 EXCEPTIONS       = ' DLR123-EXCEPTIONS.
033430     DISPLAY 'DLR123 MATCHED NEW COST = ' DLR123-MATCHED-NEW-COST.
033460     DISPLAY 'DLR123 LINES NOT HELD   = ' DLR123-LINES-NOT-HELD.
033500     IF  DLR123-EXCEPTIONS > ZERO
033600         MOVE 4 TO RETURN-CODE
033700     END-IF.
033800     CLOSE INVOICE-INTAKE
033900           HISTORY-MASTER
033950           COST-MASTER
034000           MATCHED-FILE
034100           EXCEPTION-FILE.
034200 9000-EXIT.
