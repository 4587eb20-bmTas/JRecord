000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR182.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR182 - COALITION PARTNER POINTS CONVERSION - OUTBOUND      *
001000*                                                                *
001100*   APPLIES THE MEMBERS' DLPTXREQ REQUESTS TO CONVERT LOYALTY    *
001200*   POINTS INTO A PARTNER'S CURRENCY. A VALID REQUEST IS         *
001300*   DEBITED FROM DLPTSBAL OLDEST BUCKET FIRST, THE SAME RULE     *
001400*   DLR113 APPLIES TO REDEMPTIONS, WRITTEN TO THE PARTNER ON     *
001500*   THE DLPTXOUT CONVERSION FILE AT THE CONTRACTED UNITS PER     *
001600*   POINT, AND LOGGED ON DLPTXLOG AS SENT TO AWAIT THE           *
001700*   PARTNER'S ACKNOWLEDGEMENT (DLR184). A REQUEST FOR AN         *
001800*   UNKNOWN OR LAPSED PARTNER, AN UNKNOWN CARD, TOO FEW POINTS,  *
001900*   MORE POINTS THAN THE BALANCE OR A REFERENCE ALREADY USED IS  *
002000*   LISTED WITH ITS REASON AND NOTHING IS DEBITED. ANY REJECT    *
002100*   ENDS THE RUN WITH RETURN CODE 4.                             *
002200*                                                                *
002300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002400*  ---|----------|------------------------------|------------    *
002500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
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
003600     SELECT REQUEST-FILE      ASSIGN TO PTXREQIN
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT BALANCE-MASTER    ASSIGN TO DLPTSBAL
003900                              ORGANIZATION IS INDEXED
004000                              ACCESS MODE IS DYNAMIC
004100                              RECORD KEY IS DLPTSBAL-CUST-NO.
004200     SELECT EXCHANGE-LOG      ASSIGN TO DLPTXLOG
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS DYNAMIC
004500                              RECORD KEY IS DLPTXLOG-KEY.
004600     SELECT CONVERSION-FILE   ASSIGN TO PTXOUT
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT CONVERSION-REPORT ASSIGN TO PTXOUTRP
004900                              ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PARTNER-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  DLPARTMF-RECORD.
005600     COPY DLPARTMF.
005700 FD  REQUEST-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  DLPTXREQ-RECORD.
006100     COPY DLPTXREQ.
006200 FD  BALANCE-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400 01  DLPTSBAL-RECORD.
006500     COPY DLPTSBAL.
006600 FD  EXCHANGE-LOG
006700     LABEL RECORDS ARE STANDARD.
006800 01  DLPTXLOG-RECORD.
006900     COPY DLPTXLOG.
007000 FD  CONVERSION-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  DLPTXOUT-RECORD.
007400     COPY DLPTXOUT.
007500 FD  CONVERSION-REPORT
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD.
007800 01  CONVERSION-LINE             PIC X(132).
007900 WORKING-STORAGE SECTION.
008000 01  DLR182-SWITCHES.
008100     05  DLR182-EOF-SW            PIC X(01)  VALUE 'N'.
008200         88  DLR182-EOF                      VALUE 'Y'.
008300     05  DLR182-PART-EOF-SW       PIC X(01)  VALUE 'N'.
008400         88  DLR182-PART-EOF                 VALUE 'Y'.
008500     05  DLR182-FOUND-SW          PIC X(01)  VALUE 'N'.
008600         88  DLR182-FOUND                    VALUE 'Y'.
008700     05  DLR182-PARTNER-SW        PIC X(01)  VALUE 'N'.
008800         88  DLR182-PARTNER-FOUND            VALUE 'Y'.
008900     05  DLR182-LOGGED-SW         PIC X(01)  VALUE 'N'.
009000         88  DLR182-ALREADY-LOGGED           VALUE 'Y'.
009100 01  DLR182-RUN-DATE              PIC 9(08)  VALUE ZERO.
009200 01  DLR182-POINTS-LEFT           PIC S9(09)  COMP-3.
009300 01  DLR182-BUCKET-SUB            PIC S9(04)  COMP.
009400 01  DLR182-PARTNER-UNITS         PIC S9(09)  COMP-3.
009500 01  DLR182-REJECT-REASON         PIC X(04).
009600 01  DLR182-REJECT-TEXT           PIC X(30).
009700 01  DLR182-PARTNER-CONTROL.
009800     05  DLR182-PARTNER-COUNT     PIC S9(04)  COMP  VALUE ZERO.
009900     05  DLR182-PARTNERS-DROPPED  PIC 9(05)        VALUE ZERO.
010000 01  DLR182-PARTNER-TABLE.
010100     05  DLR182-PARTNER-ENTRY OCCURS 100 TIMES
010200                              INDEXED BY DLR182-PART-IX.
010300         10  DLR182-P-CODE        PIC X(04).
010400         10  DLR182-P-NAME        PIC X(30).
010500         10  DLR182-P-UNITS-PER-POINT
010600                                  PIC S9(3)V9(4) COMP-3.
010700         10  DLR182-P-MIN-TRANSFER
010800                                  PIC 9(07).
010900         10  DLR182-P-START-DATE  PIC 9(08).
011000         10  DLR182-P-END-DATE    PIC 9(08).
011100         10  DLR182-P-SENT-COUNT  PIC S9(07)    COMP-3.
011200         10  DLR182-P-SENT-POINTS PIC S9(11)    COMP-3.
011300         10  DLR182-P-SENT-UNITS  PIC S9(11)    COMP-3.
011400 01  DLR182-COUNTERS.
011500     05  DLR182-RECS-READ         PIC 9(07)  VALUE ZERO.
011600     05  DLR182-CONVERTED         PIC 9(07)  VALUE ZERO.
011700     05  DLR182-REJECTED          PIC 9(07)  VALUE ZERO.
011800     05  DLR182-POINTS-READ       PIC S9(11) COMP-3 VALUE ZERO.
011900     05  DLR182-POINTS-DEBITED    PIC S9(11) COMP-3 VALUE ZERO.
012000     05  DLR182-POINTS-REJECTED   PIC S9(11) COMP-3 VALUE ZERO.
012100 01  DLR182-HEADING-1.
012200     05  FILLER                   PIC X(53)  VALUE
012300         'DLR182 - PARTNER POINTS CONVERSION - OUTBOUND    RUN '.
012400     05  DLR182-H-RUN-DATE        PIC 9(08).
012500 01  DLR182-HEADING-2.
012600     05  FILLER                   PIC X(40)  VALUE
012700         'REQUESTS REJECTED - NOTHING DEBITED'.
012800 01  DLR182-HEADING-3.
012900     05  FILLER                   PIC X(18)  VALUE 'CARD NUMBER'.
013000     05  FILLER                   PIC X(06)  VALUE 'PTNR'.
013100     05  FILLER                   PIC X(16)  VALUE 'REFERENCE'.
013200     05  FILLER                   PIC X(10)  VALUE 'REQUESTED'.
013300     05  FILLER                   PIC X(10)  VALUE '    POINTS'.
013400     05  FILLER                   PIC X(12)  VALUE '    BALANCE'.
013500     05  FILLER                   PIC X(06)  VALUE 'CODE'.
013600     05  FILLER                   PIC X(30)  VALUE 'REASON'.
013700 01  DLR182-REJECT-LINE.
013800     05  DLR182-R-CARD-NO         PIC 9(16).
013900     05  FILLER                   PIC X(02)  VALUE SPACES.
014000     05  DLR182-R-PARTNER         PIC X(04).
014100     05  FILLER                   PIC X(02)  VALUE SPACES.
014200     05  DLR182-R-REFERENCE       PIC X(14).
014300     05  FILLER                   PIC X(02)  VALUE SPACES.
014400     05  DLR182-R-REQ-DATE        PIC 9(08).
014500     05  FILLER                   PIC X(02)  VALUE SPACES.
014600     05  DLR182-R-POINTS          PIC ZZZZZZZZ9.
014700     05  FILLER                   PIC X(01)  VALUE SPACES.
014800     05  DLR182-R-BALANCE         PIC -ZZZZZZZZ9.
014900     05  FILLER                   PIC X(02)  VALUE SPACES.
015000     05  DLR182-R-CODE            PIC X(04).
015100     05  FILLER                   PIC X(02)  VALUE SPACES.
015200     05  DLR182-R-TEXT            PIC X(30).
015300 01  DLR182-PARTNER-HEADING.
015400     05  FILLER                   PIC X(40)  VALUE
015500         'CONVERSIONS SENT BY PARTNER'.
015600 01  DLR182-PARTNER-LINE.
015700     05  DLR182-PL-CODE           PIC X(04).
015800     05  FILLER                   PIC X(02)  VALUE SPACES.
015900     05  DLR182-PL-NAME           PIC X(30).
016000     05  FILLER                   PIC X(02)  VALUE SPACES.
016100     05  DLR182-PL-COUNT          PIC ZZZZZZ9.
016200     05  FILLER                   PIC X(09)  VALUE ' REQUESTS'.
016300     05  DLR182-PL-POINTS         PIC ZZZZZZZZZZ9.
016400     05  FILLER                   PIC X(08)  VALUE ' POINTS '.
016500     05  DLR182-PL-UNITS          PIC ZZZZZZZZZZ9.
016600     05  FILLER                   PIC X(14)  VALUE
016700         ' PARTNER UNITS'.
016800 01  DLR182-TOTAL-LINE.
016900     05  DLR182-T-LABEL           PIC X(40).
017000     05  DLR182-T-COUNT           PIC ZZZZZZZZ9.
017100     05  FILLER                   PIC X(02)  VALUE SPACES.
017200     05  DLR182-T-POINTS          PIC -ZZZZZZZZZZ9.
017300     05  FILLER                   PIC X(07)  VALUE ' POINTS'.
017400 01  DLR182-BLANK-LINE            PIC X(01)  VALUE SPACE.
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE.
017800     PERFORM 2000-PROCESS-REQUEST
017900         UNTIL DLR182-EOF.
018000     PERFORM 8000-PRINT-TOTALS.
018100     PERFORM 9000-TERMINATE.
018200     STOP RUN.
018300
018400 1000-INITIALIZE.
018500     OPEN INPUT  REQUEST-FILE.
018600     OPEN I-O    BALANCE-MASTER
018700                 EXCHANGE-LOG.
018800     OPEN OUTPUT CONVERSION-FILE
018900                 CONVERSION-REPORT.
019000     ACCEPT DLR182-RUN-DATE FROM DATE YYYYMMDD.
019100     PERFORM 1100-LOAD-PARTNERS.
019200     MOVE DLR182-RUN-DATE TO DLR182-H-RUN-DATE.
019300     WRITE CONVERSION-LINE FROM DLR182-HEADING-1.
019400     WRITE CONVERSION-LINE FROM DLR182-BLANK-LINE.
019500     WRITE CONVERSION-LINE FROM DLR182-HEADING-2.
019600     WRITE CONVERSION-LINE FROM DLR182-HEADING-3.
019700     PERFORM 2100-READ-REQUEST.
019800 1000-EXIT.
019900     EXIT.
020000
020100 1100-LOAD-PARTNERS.
020200     OPEN INPUT PARTNER-FILE.
020300     PERFORM 1110-READ-PARTNER.
020400     PERFORM 1120-STORE-ONE-PARTNER
020500         UNTIL DLR182-PART-EOF.
020600     CLOSE PARTNER-FILE.
020700 1100-EXIT.
020800     EXIT.
020900
021000 1110-READ-PARTNER.
021100     READ PARTNER-FILE
021200         AT END
021300             MOVE 'Y' TO DLR182-PART-EOF-SW
021400     END-READ.
021500 1110-EXIT.
021600     EXIT.
021700
021800 1120-STORE-ONE-PARTNER.
021900     IF  DLR182-PARTNER-COUNT < 100
022000         ADD 1 TO DLR182-PARTNER-COUNT
022100         SET DLR182-PART-IX TO DLR182-PARTNER-COUNT
022200         INITIALIZE DLR182-PARTNER-ENTRY (DLR182-PART-IX)
022300         MOVE DLPARTMF-PARTNER-CODE
022400             TO DLR182-P-CODE (DLR182-PART-IX)
022500         MOVE DLPARTMF-PARTNER-NAME
022600             TO DLR182-P-NAME (DLR182-PART-IX)
022700         MOVE DLPARTMF-UNITS-PER-POINT
022800             TO DLR182-P-UNITS-PER-POINT (DLR182-PART-IX)
022900         MOVE DLPARTMF-MIN-TRANSFER
023000             TO DLR182-P-MIN-TRANSFER (DLR182-PART-IX)
023100         MOVE DLPARTMF-START-DATE
023200             TO DLR182-P-START-DATE (DLR182-PART-IX)
023300         MOVE DLPARTMF-END-DATE
023400             TO DLR182-P-END-DATE (DLR182-PART-IX)
023500     ELSE
023600         ADD 1 TO DLR182-PARTNERS-DROPPED
023700     END-IF.
023800     PERFORM 1110-READ-PARTNER.
023900 1120-EXIT.
024000     EXIT.
024100
024200*    CHECKS RUN IN THE ORDER A SERVICE DESK WOULD WANT THE
024300*    FIRST FAULT REPORTED; ONLY A CLEAN REQUEST IS DEBITED.
024400 2000-PROCESS-REQUEST.
024500     ADD 1 TO DLR182-RECS-READ.
024600     MOVE SPACES TO DLR182-REJECT-REASON.
024700     IF  DLPTXREQ-POINTS IS NUMERIC
024800         ADD DLPTXREQ-POINTS TO DLR182-POINTS-READ
024900     END-IF.
025000     PERFORM 2200-FIND-PARTNER.
025100     PERFORM 2300-READ-BALANCE.
025200     PERFORM 2400-CHECK-LOGGED.
025300     EVALUATE TRUE
025400         WHEN NOT DLR182-PARTNER-FOUND
025500             MOVE 'PTNR' TO DLR182-REJECT-REASON
025600             MOVE 'PARTNER UNKNOWN OR NOT IN FORCE'
025700                 TO DLR182-REJECT-TEXT
025800         WHEN DLPTXREQ-REFERENCE = SPACES
025900         OR   DLR182-ALREADY-LOGGED
026000             MOVE 'DUPL' TO DLR182-REJECT-REASON
026100             MOVE 'REFERENCE MISSING OR ALREADY USED'
026200                 TO DLR182-REJECT-TEXT
026300         WHEN DLPTXREQ-PARTNER-MEMBER = SPACES
026400             MOVE 'NOMB' TO DLR182-REJECT-REASON
026500             MOVE 'NO PARTNER MEMBERSHIP NUMBER'
026600                 TO DLR182-REJECT-TEXT
026700         WHEN NOT DLR182-FOUND
026800             MOVE 'NOCD' TO DLR182-REJECT-REASON
026900             MOVE 'CARD HAS NO POINTS BALANCE'
027000                 TO DLR182-REJECT-TEXT
027100         WHEN DLPTXREQ-POINTS NOT NUMERIC
027200         OR   DLPTXREQ-POINTS = ZERO
027300         OR   DLPTXREQ-POINTS
027400                  < DLR182-P-MIN-TRANSFER (DLR182-PART-IX)
027500             MOVE 'MINP' TO DLR182-REJECT-REASON
027600             MOVE 'BELOW PARTNER MINIMUM TRANSFER'
027700                 TO DLR182-REJECT-TEXT
027800         WHEN DLPTXREQ-POINTS > DLPTSBAL-BALANCE
027900             MOVE 'INSF' TO DLR182-REJECT-REASON
028000             MOVE 'MORE POINTS THAN THE BALANCE'
028100                 TO DLR182-REJECT-TEXT
028200         WHEN OTHER
028300             PERFORM 2500-APPLY-CONVERSION
028400     END-EVALUATE.
028500     IF  DLR182-REJECT-REASON NOT = SPACES
028600         PERFORM 2700-WRITE-REJECT
028700     END-IF.
028800     PERFORM 2100-READ-REQUEST.
028900 2000-EXIT.
029000     EXIT.
029100
029200 2100-READ-REQUEST.
029300     READ REQUEST-FILE
029400         AT END
029500             MOVE 'Y' TO DLR182-EOF-SW
029600     END-READ.
029700 2100-EXIT.
029800     EXIT.
029900
030000*    THE CONTRACT ROW IN FORCE ON THE REQUEST DATE.
030100 2200-FIND-PARTNER.
030200     MOVE 'N' TO DLR182-PARTNER-SW.
030300     SET DLR182-PART-IX TO 1.
030400     SEARCH DLR182-PARTNER-ENTRY
030500         AT END
030600             CONTINUE
030700         WHEN DLR182-PART-IX > DLR182-PARTNER-COUNT
030800             CONTINUE
030900         WHEN DLR182-P-CODE (DLR182-PART-IX)
031000                 = DLPTXREQ-PARTNER-CODE
031100         AND  DLR182-P-START-DATE (DLR182-PART-IX)
031200                 <= DLPTXREQ-REQUEST-DATE
031300         AND (DLR182-P-END-DATE (DLR182-PART-IX) = ZERO
031400           OR DLR182-P-END-DATE (DLR182-PART-IX)
031500                 >= DLPTXREQ-REQUEST-DATE)
031600             MOVE 'Y' TO DLR182-PARTNER-SW
031700     END-SEARCH.
031800 2200-EXIT.
031900     EXIT.
032000
032100 2300-READ-BALANCE.
032200     MOVE 'N' TO DLR182-FOUND-SW.
032300     MOVE DLPTXREQ-CARD-NO TO DLPTSBAL-CUST-NO.
032400     READ BALANCE-MASTER
032500         INVALID KEY
032600             CONTINUE
032700         NOT INVALID KEY
032800             MOVE 'Y' TO DLR182-FOUND-SW
032900     END-READ.
033000 2300-EXIT.
033100     EXIT.
033200
033300 2400-CHECK-LOGGED.
033400     MOVE DLPTXREQ-PARTNER-CODE TO DLPTXLOG-PARTNER-CODE.
033500     MOVE 'O'                   TO DLPTXLOG-DIRECTION.
033600     MOVE DLPTXREQ-REFERENCE    TO DLPTXLOG-REFERENCE.
033700     READ EXCHANGE-LOG
033800         INVALID KEY
033900             MOVE 'N' TO DLR182-LOGGED-SW
034000         NOT INVALID KEY
034100             MOVE 'Y' TO DLR182-LOGGED-SW
034200     END-READ.
034300 2400-EXIT.
034400     EXIT.
034500
034600*    OLDEST BUCKETS (NEAREST EXPIRY) ARE CONSUMED FIRST, AS IN
034700*    DLR113. PARTNER UNITS ARE WHOLE UNITS, FRACTIONS DROPPED.
034800 2500-APPLY-CONVERSION.
034900     MOVE DLPTXREQ-POINTS TO DLR182-POINTS-LEFT.
035000     PERFORM 2550-CONSUME-ONE-BUCKET
035100         VARYING DLR182-BUCKET-SUB FROM 12 BY -1
035200         UNTIL DLR182-BUCKET-SUB < 1
035300            OR DLR182-POINTS-LEFT <= ZERO.
035400     SUBTRACT DLPTXREQ-POINTS FROM DLPTSBAL-BALANCE.
035500     ADD DLPTXREQ-POINTS TO DLPTSBAL-LIFE-REDEEMED.
035600     MOVE DLPTXREQ-REQUEST-DATE TO DLPTSBAL-LAST-ACTIVITY.
035700     REWRITE DLPTSBAL-RECORD
035800         INVALID KEY
035900             DISPLAY 'DLR182 DLPTSBAL REWRITE FAILED '
036000                 DLPTXREQ-CARD-NO
036100     END-REWRITE.
036200     COMPUTE DLR182-PARTNER-UNITS =
036300         DLPTXREQ-POINTS
036400       * DLR182-P-UNITS-PER-POINT (DLR182-PART-IX).
036500     MOVE DLPTXREQ-PARTNER-CODE   TO DLPTXOUT-PARTNER-CODE.
036600     MOVE DLPTXREQ-REFERENCE      TO DLPTXOUT-REFERENCE.
036700     MOVE DLPTXREQ-PARTNER-MEMBER TO DLPTXOUT-PARTNER-MEMBER.
036800     MOVE DLPTXREQ-CARD-NO        TO DLPTXOUT-CARD-NO.
036900     MOVE DLPTXREQ-POINTS         TO DLPTXOUT-POINTS.
037000     MOVE DLR182-PARTNER-UNITS    TO DLPTXOUT-PARTNER-UNITS.
037100     MOVE DLPTXREQ-REQUEST-DATE   TO DLPTXOUT-REQUEST-DATE.
037200     WRITE DLPTXOUT-RECORD.
037300     PERFORM 2600-WRITE-LOG.
037400     ADD 1 TO DLR182-CONVERTED.
037500     ADD DLPTXREQ-POINTS TO DLR182-POINTS-DEBITED.
037600     ADD 1 TO DLR182-P-SENT-COUNT (DLR182-PART-IX).
037700     ADD DLPTXREQ-POINTS
037800         TO DLR182-P-SENT-POINTS (DLR182-PART-IX).
037900     ADD DLR182-PARTNER-UNITS
038000         TO DLR182-P-SENT-UNITS (DLR182-PART-IX).
038100 2500-EXIT.
038200     EXIT.
038300
038400 2550-CONSUME-ONE-BUCKET.
038500     IF  DLPTSBAL-MONTH-EARNED (DLR182-BUCKET-SUB)
038600             >= DLR182-POINTS-LEFT
038700         SUBTRACT DLR182-POINTS-LEFT
038800             FROM DLPTSBAL-MONTH-EARNED (DLR182-BUCKET-SUB)
038900         MOVE ZERO TO DLR182-POINTS-LEFT
039000     ELSE
039100         IF  DLPTSBAL-MONTH-EARNED (DLR182-BUCKET-SUB) > ZERO
039200             SUBTRACT
039300                 DLPTSBAL-MONTH-EARNED (DLR182-BUCKET-SUB)
039400                 FROM DLR182-POINTS-LEFT
039500             MOVE ZERO
039600                 TO DLPTSBAL-MONTH-EARNED (DLR182-BUCKET-SUB)
039700         END-IF
039800     END-IF.
039900 2550-EXIT.
040000     EXIT.
040100
040200 2600-WRITE-LOG.
040300     MOVE DLPTXREQ-PARTNER-CODE   TO DLPTXLOG-PARTNER-CODE.
040400     MOVE 'O'                     TO DLPTXLOG-DIRECTION.
040500     MOVE DLPTXREQ-REFERENCE      TO DLPTXLOG-REFERENCE.
040600     MOVE DLPTXREQ-CARD-NO        TO DLPTXLOG-CARD-NO.
040700     MOVE DLPTXREQ-PARTNER-MEMBER TO DLPTXLOG-PARTNER-MEMBER.
040800     MOVE DLPTXREQ-POINTS         TO DLPTXLOG-POINTS.
040900     MOVE DLR182-PARTNER-UNITS    TO DLPTXLOG-PARTNER-UNITS.
041000     MOVE DLPTXREQ-REQUEST-DATE   TO DLPTXLOG-TRANS-DATE.
041100     MOVE 'S'                     TO DLPTXLOG-STATUS.
041200     MOVE DLR182-RUN-DATE         TO DLPTXLOG-STATUS-DATE.
041300     MOVE SPACES                  TO DLPTXLOG-REJECT-REASON.
041400     MOVE ZERO                    TO DLPTXLOG-SETTLED-PERIOD.
041500     WRITE DLPTXLOG-RECORD
041600         INVALID KEY
041700             DISPLAY 'DLR182 DLPTXLOG WRITE FAILED '
041800                 DLPTXLOG-KEY
041900     END-WRITE.
042000 2600-EXIT.
042100     EXIT.
042200
042300 2700-WRITE-REJECT.
042400     ADD 1 TO DLR182-REJECTED.
042500     IF  DLPTXREQ-POINTS IS NUMERIC
042600         ADD DLPTXREQ-POINTS TO DLR182-POINTS-REJECTED
042700     END-IF.
042800     MOVE DLPTXREQ-CARD-NO      TO DLR182-R-CARD-NO.
042900     MOVE DLPTXREQ-PARTNER-CODE TO DLR182-R-PARTNER.
043000     MOVE DLPTXREQ-REFERENCE    TO DLR182-R-REFERENCE.
043100     MOVE DLPTXREQ-REQUEST-DATE TO DLR182-R-REQ-DATE.
043200     MOVE DLPTXREQ-POINTS       TO DLR182-R-POINTS.
043300     IF  DLR182-FOUND
043400         MOVE DLPTSBAL-BALANCE  TO DLR182-R-BALANCE
043500     ELSE
043600         MOVE ZERO              TO DLR182-R-BALANCE
043700     END-IF.
043800     MOVE DLR182-REJECT-REASON  TO DLR182-R-CODE.
043900     MOVE DLR182-REJECT-TEXT    TO DLR182-R-TEXT.
044000     WRITE CONVERSION-LINE FROM DLR182-REJECT-LINE.
044100 2700-EXIT.
044200     EXIT.
044300
044400 8000-PRINT-TOTALS.
044500     WRITE CONVERSION-LINE FROM DLR182-BLANK-LINE.
044600     WRITE CONVERSION-LINE FROM DLR182-PARTNER-HEADING.
044700     PERFORM 8100-PRINT-ONE-PARTNER
044800         VARYING DLR182-PART-IX FROM 1 BY 1
044900         UNTIL DLR182-PART-IX > DLR182-PARTNER-COUNT.
045000     WRITE CONVERSION-LINE FROM DLR182-BLANK-LINE.
045100     MOVE 'REQUESTS READ' TO DLR182-T-LABEL.
045200     MOVE DLR182-RECS-READ TO DLR182-T-COUNT.
045300     MOVE DLR182-POINTS-READ TO DLR182-T-POINTS.
045400     WRITE CONVERSION-LINE FROM DLR182-TOTAL-LINE.
045500     MOVE 'CONVERTED AND SENT TO PARTNERS' TO DLR182-T-LABEL.
045600     MOVE DLR182-CONVERTED TO DLR182-T-COUNT.
045700     MOVE DLR182-POINTS-DEBITED TO DLR182-T-POINTS.
045800     WRITE CONVERSION-LINE FROM DLR182-TOTAL-LINE.
045900     MOVE 'REJECTED' TO DLR182-T-LABEL.
046000     MOVE DLR182-REJECTED TO DLR182-T-COUNT.
046100     MOVE DLR182-POINTS-REJECTED TO DLR182-T-POINTS.
046200     WRITE CONVERSION-LINE FROM DLR182-TOTAL-LINE.
046300 8000-EXIT.
046400     EXIT.
046500
046600*    A PARTNER WITH TWO CONTRACT ROWS PRINTS A LINE FOR EACH.
046700 8100-PRINT-ONE-PARTNER.
046800     IF  DLR182-P-SENT-COUNT (DLR182-PART-IX) > ZERO
046900         MOVE DLR182-P-CODE (DLR182-PART-IX) TO DLR182-PL-CODE
047000         MOVE DLR182-P-NAME (DLR182-PART-IX) TO DLR182-PL-NAME
047100         MOVE DLR182-P-SENT-COUNT (DLR182-PART-IX)
047200             TO DLR182-PL-COUNT
047300         MOVE DLR182-P-SENT-POINTS (DLR182-PART-IX)
047400             TO DLR182-PL-POINTS
047500         MOVE DLR182-P-SENT-UNITS (DLR182-PART-IX)
047600             TO DLR182-PL-UNITS
047700         WRITE CONVERSION-LINE FROM DLR182-PARTNER-LINE
047800     END-IF.
047900 8100-EXIT.
048000     EXIT.
048100
048200 9000-TERMINATE.
048300     DISPLAY 'DLR182 REQUESTS READ     = ' DLR182-RECS-READ.
048400     DISPLAY 'DLR182 CONVERTED         = ' DLR182-CONVERTED.
048500     DISPLAY 'DLR182 REJECTED          = ' DLR182-REJECTED.
048600     IF  DLR182-PARTNERS-DROPPED > ZERO
048700         DISPLAY 'DLR182 PARTNER TABLE FULL - DROPPED = '
048800             DLR182-PARTNERS-DROPPED
048900     END-IF.
049000     IF  DLR182-REJECTED > ZERO
049100         MOVE 4 TO RETURN-CODE
049200     END-IF.
049300     CLOSE REQUEST-FILE
049400           BALANCE-MASTER
049500           EXCHANGE-LOG
049600           CONVERSION-FILE
049700           CONVERSION-REPORT.
049800 9000-EXIT.
049900     EXIT.
