000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR185.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR185 - COALITION PARTNER MONTHLY SETTLEMENT STATEMENT      *
001000*                                                                *
001100*   SETTLES THE PREVIOUS CALENDAR MONTH WITH EACH PARTNER FROM   *
001200*   DLPTXLOG. OUTBOUND CONVERSIONS THE PARTNER HAS ACCEPTED      *
001300*   (DLR184) ARE OWED TO THE PARTNER AT THE CONTRACTED OUT RATE  *
001400*   PER POINT; INBOUND EARN CREDITED TO OUR MEMBERS (DLR183) IS  *
001500*   OWED BY THE PARTNER AT THE CONTRACTED IN RATE. THE RATES     *
001600*   ARE THOSE OF THE DLPARTMF CONTRACT ROW IN FORCE AT MONTH     *
001700*   END. EACH ROW SETTLED IS STAMPED WITH THE SETTLEMENT MONTH   *
001800*   SO IT IS NEVER SETTLED TWICE; A RERUN FOR THE SAME MONTH     *
001900*   PICKS UP THE ROWS ALREADY STAMPED WITH THAT MONTH AND SO     *
002000*   REPRODUCES THE SAME STATEMENT. ROWS FOR A PARTNER WITH NO    *
002100*   CONTRACT ROW ARE LISTED AND LEFT UNSETTLED, ENDING THE RUN   *
002200*   WITH RETURN CODE 4.                                          *
002300*                                                                *
002400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002500*  ---|----------|------------------------------|------------    *
002600*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT PARTNER-FILE      ASSIGN TO DLPARTMF
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT EXCHANGE-LOG      ASSIGN TO DLPTXLOG
003800                              ORGANIZATION IS INDEXED
003900                              ACCESS MODE IS DYNAMIC
004000                              RECORD KEY IS DLPTXLOG-KEY.
004100     SELECT SETTLE-REPORT     ASSIGN TO PTXSETRP
004200                              ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  PARTNER-FILE
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  DLPARTMF-RECORD.
004900     COPY DLPARTMF.
005000 FD  EXCHANGE-LOG
005100     LABEL RECORDS ARE STANDARD.
005200 01  DLPTXLOG-RECORD.
005300     COPY DLPTXLOG.
005400 FD  SETTLE-REPORT
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  SETTLE-LINE                 PIC X(132).
005800 WORKING-STORAGE SECTION.
005900 01  DLR185-SWITCHES.
006000     05  DLR185-PART-EOF-SW       PIC X(01)  VALUE 'N'.
006100         88  DLR185-PART-EOF                 VALUE 'Y'.
006200     05  DLR185-LOG-EOF-SW        PIC X(01)  VALUE 'N'.
006300         88  DLR185-LOG-EOF                  VALUE 'Y'.
006400     05  DLR185-PARTNER-SW        PIC X(01)  VALUE 'N'.
006500         88  DLR185-PARTNER-FOUND            VALUE 'Y'.
006600 01  DLR185-DATES.
006700     05  DLR185-RUN-DATE          PIC 9(08)  VALUE ZERO.
006800     05  DLR185-RUN-PERIOD        PIC 9(06)  VALUE ZERO.
006900     05  DLR185-SETTLE-PERIOD     PIC 9(06)  VALUE ZERO.
007000     05  DLR185-MONTH-END         PIC 9(08)  VALUE ZERO.
007100 01  DLR185-PARTNER-CONTROL.
007200     05  DLR185-PARTNER-COUNT     PIC S9(04)  COMP  VALUE ZERO.
007300     05  DLR185-PARTNERS-DROPPED  PIC 9(05)        VALUE ZERO.
007400*    ONE ENTRY PER PARTNER CODE, CARRYING THE RATES OF THE
007500*    LATEST CONTRACT ROW STARTED BY THE END OF THE MONTH.
007600 01  DLR185-PARTNER-TABLE.
007700     05  DLR185-PARTNER-ENTRY OCCURS 100 TIMES
007800                              INDEXED BY DLR185-PART-IX.
007900         10  DLR185-P-CODE        PIC X(04).
008000         10  DLR185-P-NAME        PIC X(30).
008100         10  DLR185-P-START-DATE  PIC 9(08).
008200         10  DLR185-P-OUT-RATE    PIC S9(1)V9(6) COMP-3.
008300         10  DLR185-P-IN-RATE     PIC S9(1)V9(6) COMP-3.
008400         10  DLR185-P-OUT-COUNT   PIC S9(07)    COMP-3.
008500         10  DLR185-P-OUT-POINTS  PIC S9(11)    COMP-3.
008600         10  DLR185-P-IN-COUNT    PIC S9(07)    COMP-3.
008700         10  DLR185-P-IN-POINTS   PIC S9(11)    COMP-3.
008800 01  DLR185-AMOUNTS.
008900     05  DLR185-OUT-AMOUNT        PIC S9(11)V99 COMP-3.
009000     05  DLR185-IN-AMOUNT         PIC S9(11)V99 COMP-3.
009100     05  DLR185-NET-AMOUNT        PIC S9(11)V99 COMP-3.
009200 01  DLR185-COUNTERS.
009300     05  DLR185-LOG-READ          PIC 9(07)  VALUE ZERO.
009400     05  DLR185-ROWS-SETTLED      PIC 9(07)  VALUE ZERO.
009500     05  DLR185-ROWS-UNKNOWN      PIC 9(07)  VALUE ZERO.
009600     05  DLR185-T-OUT-COUNT       PIC S9(07)    COMP-3 VALUE ZERO.
009700     05  DLR185-T-OUT-POINTS      PIC S9(11)    COMP-3 VALUE ZERO.
009800     05  DLR185-T-OUT-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
009900     05  DLR185-T-IN-COUNT        PIC S9(07)    COMP-3 VALUE ZERO.
010000     05  DLR185-T-IN-POINTS       PIC S9(11)    COMP-3 VALUE ZERO.
010100     05  DLR185-T-IN-AMOUNT       PIC S9(13)V99 COMP-3 VALUE ZERO.
010200     05  DLR185-T-NET-AMOUNT      PIC S9(13)V99 COMP-3 VALUE ZERO.
010300 01  DLR185-HEADING-1.
010400     05  FILLER                   PIC X(53)  VALUE
010500         'DLR185 - PARTNER SETTLEMENT STATEMENT            RUN '.
010600     05  DLR185-H-RUN-DATE        PIC 9(08).
010700 01  DLR185-HEADING-2.
010800     05  FILLER                   PIC X(20)  VALUE
010900         'SETTLEMENT MONTH'.
011000     05  DLR185-H-PERIOD          PIC 9(06).
011100 01  DLR185-PARTNER-HEAD-LINE.
011200     05  FILLER                   PIC X(08)  VALUE 'PARTNER '.
011300     05  DLR185-PH-CODE           PIC X(04).
011400     05  FILLER                   PIC X(02)  VALUE SPACES.
011500     05  DLR185-PH-NAME           PIC X(30).
011600     05  FILLER                   PIC X(12)  VALUE
011700         'OUT RATE   '.
011800     05  DLR185-PH-OUT-RATE       PIC 9.999999.
011900     05  FILLER                   PIC X(12)  VALUE
012000         '   IN RATE '.
012100     05  DLR185-PH-IN-RATE        PIC 9.999999.
012200 01  DLR185-AMOUNT-LINE.
012300     05  FILLER                   PIC X(04)  VALUE SPACES.
012400     05  DLR185-A-LABEL           PIC X(40).
012500     05  DLR185-A-COUNT           PIC ZZZZZZZZ9.
012600     05  FILLER                   PIC X(02)  VALUE SPACES.
012700     05  DLR185-A-POINTS          PIC ZZZZZZZZZZ9.
012800     05  FILLER                   PIC X(08)  VALUE ' POINTS '.
012900     05  DLR185-A-AMOUNT          PIC -ZZZZZZZZZZZ9.99.
013000 01  DLR185-UNKNOWN-HEADING.
013100     05  FILLER                   PIC X(50)  VALUE
013200         'LOG ROWS FOR PARTNERS NOT ON DLPARTMF - UNSETTLED'.
013300 01  DLR185-UNKNOWN-LINE.
013400     05  DLR185-U-PARTNER         PIC X(04).
013500     05  FILLER                   PIC X(02)  VALUE SPACES.
013600     05  DLR185-U-DIRECTION       PIC X(01).
013700     05  FILLER                   PIC X(02)  VALUE SPACES.
013800     05  DLR185-U-REFERENCE       PIC X(14).
013900     05  FILLER                   PIC X(02)  VALUE SPACES.
014000     05  DLR185-U-CARD-NO         PIC 9(16).
014100     05  FILLER                   PIC X(02)  VALUE SPACES.
014200     05  DLR185-U-STATUS-DATE     PIC 9(08).
014300     05  FILLER                   PIC X(02)  VALUE SPACES.
014400     05  DLR185-U-POINTS          PIC ZZZZZZZZ9.
014500 01  DLR185-BLANK-LINE            PIC X(01)  VALUE SPACE.
014600 PROCEDURE DIVISION.
014700 0000-MAINLINE.
014800     PERFORM 1000-INITIALIZE.
014900     PERFORM 2000-SCAN-LOG.
015000     PERFORM 8000-PRINT-STATEMENT.
015100     PERFORM 9000-TERMINATE.
015200     STOP RUN.
015300
015400*    THE MONTH SETTLED IS THE CALENDAR MONTH BEFORE THE RUN.
015500 1000-INITIALIZE.
015600     OPEN I-O    EXCHANGE-LOG.
015700     OPEN OUTPUT SETTLE-REPORT.
015800     ACCEPT DLR185-RUN-DATE FROM DATE YYYYMMDD.
015900     COMPUTE DLR185-RUN-PERIOD = DLR185-RUN-DATE / 100.
016000     IF  FUNCTION MOD (DLR185-RUN-PERIOD, 100) = 1
016100         COMPUTE DLR185-SETTLE-PERIOD = DLR185-RUN-PERIOD - 89
016200     ELSE
016300         COMPUTE DLR185-SETTLE-PERIOD = DLR185-RUN-PERIOD - 1
016400     END-IF.
016500     COMPUTE DLR185-MONTH-END = DLR185-SETTLE-PERIOD * 100 + 31.
016600     DISPLAY 'DLR185 SETTLEMENT MONTH  = ' DLR185-SETTLE-PERIOD.
016700     PERFORM 1100-LOAD-PARTNERS.
016800     MOVE DLR185-RUN-DATE TO DLR185-H-RUN-DATE.
016900     MOVE DLR185-SETTLE-PERIOD TO DLR185-H-PERIOD.
017000     WRITE SETTLE-LINE FROM DLR185-HEADING-1.
017100     WRITE SETTLE-LINE FROM DLR185-HEADING-2.
017200     WRITE SETTLE-LINE FROM DLR185-BLANK-LINE.
017300     WRITE SETTLE-LINE FROM DLR185-UNKNOWN-HEADING.
017400 1000-EXIT.
017500     EXIT.
017600
017700 1100-LOAD-PARTNERS.
017800     OPEN INPUT PARTNER-FILE.
017900     PERFORM 1110-READ-PARTNER.
018000     PERFORM 1120-STORE-ONE-PARTNER
018100         UNTIL DLR185-PART-EOF.
018200     CLOSE PARTNER-FILE.
018300 1100-EXIT.
018400     EXIT.
018500
018600 1110-READ-PARTNER.
018700     READ PARTNER-FILE
018800         AT END
018900             MOVE 'Y' TO DLR185-PART-EOF-SW
019000     END-READ.
019100 1110-EXIT.
019200     EXIT.
019300
019400*    A CONTRACT ROW STARTING AFTER THE MONTH END IS IGNORED.
019500 1120-STORE-ONE-PARTNER.
019600     IF  DLPARTMF-START-DATE <= DLR185-MONTH-END
019700         MOVE DLPARTMF-PARTNER-CODE TO DLPTXLOG-PARTNER-CODE
019800         PERFORM 2300-FIND-PARTNER
019900         IF  NOT DLR185-PARTNER-FOUND
020000             IF  DLR185-PARTNER-COUNT < 100
020100                 ADD 1 TO DLR185-PARTNER-COUNT
020200                 SET DLR185-PART-IX TO DLR185-PARTNER-COUNT
020300                 INITIALIZE DLR185-PARTNER-ENTRY (DLR185-PART-IX)
020400                 MOVE 'Y' TO DLR185-PARTNER-SW
020500             ELSE
020600                 ADD 1 TO DLR185-PARTNERS-DROPPED
020700             END-IF
020800         END-IF
020900         IF  DLR185-PARTNER-FOUND
021000         AND DLPARTMF-START-DATE
021100                 >= DLR185-P-START-DATE (DLR185-PART-IX)
021200             MOVE DLPARTMF-PARTNER-CODE
021300                 TO DLR185-P-CODE (DLR185-PART-IX)
021400             MOVE DLPARTMF-PARTNER-NAME
021500                 TO DLR185-P-NAME (DLR185-PART-IX)
021600             MOVE DLPARTMF-START-DATE
021700                 TO DLR185-P-START-DATE (DLR185-PART-IX)
021800             MOVE DLPARTMF-OUT-RATE
021900                 TO DLR185-P-OUT-RATE (DLR185-PART-IX)
022000             MOVE DLPARTMF-IN-RATE
022100                 TO DLR185-P-IN-RATE (DLR185-PART-IX)
022200         END-IF
022300     END-IF.
022400     PERFORM 1110-READ-PARTNER.
022500 1120-EXIT.
022600     EXIT.
022700
022800 2000-SCAN-LOG.
022900     MOVE LOW-VALUES TO DLPTXLOG-KEY.
023000     START EXCHANGE-LOG KEY NOT < DLPTXLOG-KEY
023100         INVALID KEY
023200             MOVE 'Y' TO DLR185-LOG-EOF-SW
023300     END-START.
023400     IF  NOT DLR185-LOG-EOF
023500         PERFORM 2100-READ-NEXT-LOG
023600     END-IF.
023700     PERFORM 2200-TEST-ONE-LOG
023800         UNTIL DLR185-LOG-EOF.
023900 2000-EXIT.
024000     EXIT.
024100
024200 2100-READ-NEXT-LOG.
024300     READ EXCHANGE-LOG NEXT RECORD
024400         AT END
024500             MOVE 'Y' TO DLR185-LOG-EOF-SW
024600     END-READ.
024700 2100-EXIT.
024800     EXIT.
024900
025000*    ACCEPTED OUTBOUND AND CREDITED INBOUND ROWS THAT REACHED
025100*    THAT STATUS BY MONTH END, NOT YET SETTLED OR SETTLED IN
025200*    THIS SAME MONTH BY AN EARLIER RUN.
025300 2200-TEST-ONE-LOG.
025400     ADD 1 TO DLR185-LOG-READ.
025500     IF ((DLPTXLOG-OUTBOUND AND DLPTXLOG-ACKNOWLEDGED)
025600     OR  (DLPTXLOG-INBOUND  AND DLPTXLOG-CREDITED))
025700     AND DLPTXLOG-STATUS-DATE <= DLR185-MONTH-END
025800     AND (DLPTXLOG-SETTLED-PERIOD = ZERO
025900       OR DLPTXLOG-SETTLED-PERIOD = DLR185-SETTLE-PERIOD)
026000         PERFORM 2300-FIND-PARTNER
026100         IF  DLR185-PARTNER-FOUND
026200             PERFORM 2400-SETTLE-ONE-ROW
026300         ELSE
026400             PERFORM 2500-WRITE-UNKNOWN
026500         END-IF
026600     END-IF.
026700     PERFORM 2100-READ-NEXT-LOG.
026800 2200-EXIT.
026900     EXIT.
027000
027100*    LOOKS UP THE PARTNER CODE HELD IN DLPTXLOG-PARTNER-CODE.
027200 2300-FIND-PARTNER.
027300     MOVE 'N' TO DLR185-PARTNER-SW.
027400     SET DLR185-PART-IX TO 1.
027500     SEARCH DLR185-PARTNER-ENTRY
027600         AT END
027700             CONTINUE
027800         WHEN DLR185-PART-IX > DLR185-PARTNER-COUNT
027900             CONTINUE
028000         WHEN DLR185-P-CODE (DLR185-PART-IX)
028100                 = DLPTXLOG-PARTNER-CODE
028200             MOVE 'Y' TO DLR185-PARTNER-SW
028300     END-SEARCH.
028400 2300-EXIT.
028500     EXIT.
028600
028700 2400-SETTLE-ONE-ROW.
028800     IF  DLPTXLOG-OUTBOUND
028900         ADD 1 TO DLR185-P-OUT-COUNT (DLR185-PART-IX)
029000         ADD DLPTXLOG-POINTS
029100             TO DLR185-P-OUT-POINTS (DLR185-PART-IX)
029200     ELSE
029300         ADD 1 TO DLR185-P-IN-COUNT (DLR185-PART-IX)
029400         ADD DLPTXLOG-POINTS
029500             TO DLR185-P-IN-POINTS (DLR185-PART-IX)
029600     END-IF.
029700     IF  DLPTXLOG-SETTLED-PERIOD = ZERO
029800         MOVE DLR185-SETTLE-PERIOD TO DLPTXLOG-SETTLED-PERIOD
029900         REWRITE DLPTXLOG-RECORD
030000             INVALID KEY
030100                 DISPLAY 'DLR185 DLPTXLOG REWRITE FAILED '
030200                     DLPTXLOG-KEY
030300         END-REWRITE
030400     END-IF.
030500     ADD 1 TO DLR185-ROWS-SETTLED.
030600 2400-EXIT.
030700     EXIT.
030800
030900 2500-WRITE-UNKNOWN.
031000     ADD 1 TO DLR185-ROWS-UNKNOWN.
031100     MOVE DLPTXLOG-PARTNER-CODE TO DLR185-U-PARTNER.
031200     MOVE DLPTXLOG-DIRECTION    TO DLR185-U-DIRECTION.
031300     MOVE DLPTXLOG-REFERENCE    TO DLR185-U-REFERENCE.
031400     MOVE DLPTXLOG-CARD-NO      TO DLR185-U-CARD-NO.
031500     MOVE DLPTXLOG-STATUS-DATE  TO DLR185-U-STATUS-DATE.
031600     MOVE DLPTXLOG-POINTS       TO DLR185-U-POINTS.
031700     WRITE SETTLE-LINE FROM DLR185-UNKNOWN-LINE.
031800 2500-EXIT.
031900     EXIT.
032000
032100 8000-PRINT-STATEMENT.
032200     PERFORM 8100-PRINT-ONE-PARTNER
032300         VARYING DLR185-PART-IX FROM 1 BY 1
032400         UNTIL DLR185-PART-IX > DLR185-PARTNER-COUNT.
032500     WRITE SETTLE-LINE FROM DLR185-BLANK-LINE.
032600     MOVE 'ALL PARTNERS - POINTS CONVERTED OUT'
032700         TO DLR185-A-LABEL.
032800     MOVE DLR185-T-OUT-COUNT TO DLR185-A-COUNT.
032900     MOVE DLR185-T-OUT-POINTS TO DLR185-A-POINTS.
033000     MOVE DLR185-T-OUT-AMOUNT TO DLR185-A-AMOUNT.
033100     WRITE SETTLE-LINE FROM DLR185-AMOUNT-LINE.
033200     MOVE 'ALL PARTNERS - POINTS EARNED IN'
033300         TO DLR185-A-LABEL.
033400     MOVE DLR185-T-IN-COUNT TO DLR185-A-COUNT.
033500     MOVE DLR185-T-IN-POINTS TO DLR185-A-POINTS.
033600     MOVE DLR185-T-IN-AMOUNT TO DLR185-A-AMOUNT.
033700     WRITE SETTLE-LINE FROM DLR185-AMOUNT-LINE.
033800     MOVE 'ALL PARTNERS - NET PAYABLE TO PARTNERS'
033900         TO DLR185-A-LABEL.
034000     MOVE ZERO TO DLR185-A-COUNT.
034100     MOVE ZERO TO DLR185-A-POINTS.
034200     MOVE DLR185-T-NET-AMOUNT TO DLR185-A-AMOUNT.
034300     WRITE SETTLE-LINE FROM DLR185-AMOUNT-LINE.
034400 8000-EXIT.
034500     EXIT.
034600
034700*    EACH WAY IS PRICED ON THE MONTH'S TOTAL POINTS, ROUNDED
034800*    ONCE. A NEGATIVE NET IS DUE FROM THE PARTNER.
034900 8100-PRINT-ONE-PARTNER.
035000     IF  DLR185-P-OUT-COUNT (DLR185-PART-IX) > ZERO
035100     OR  DLR185-P-IN-COUNT (DLR185-PART-IX) > ZERO
035200         COMPUTE DLR185-OUT-AMOUNT ROUNDED =
035300             DLR185-P-OUT-POINTS (DLR185-PART-IX)
035400           * DLR185-P-OUT-RATE (DLR185-PART-IX)
035500         COMPUTE DLR185-IN-AMOUNT ROUNDED =
035600             DLR185-P-IN-POINTS (DLR185-PART-IX)
035700           * DLR185-P-IN-RATE (DLR185-PART-IX)
035800         COMPUTE DLR185-NET-AMOUNT =
035900             DLR185-OUT-AMOUNT - DLR185-IN-AMOUNT
036000         MOVE DLR185-P-CODE (DLR185-PART-IX) TO DLR185-PH-CODE
036100         MOVE DLR185-P-NAME (DLR185-PART-IX) TO DLR185-PH-NAME
036200         MOVE DLR185-P-OUT-RATE (DLR185-PART-IX)
036300             TO DLR185-PH-OUT-RATE
036400         MOVE DLR185-P-IN-RATE (DLR185-PART-IX)
036500             TO DLR185-PH-IN-RATE
036600         WRITE SETTLE-LINE FROM DLR185-BLANK-LINE
036700         WRITE SETTLE-LINE FROM DLR185-PARTNER-HEAD-LINE
036800         MOVE 'POINTS CONVERTED OUT - OWED TO PARTNER'
036900             TO DLR185-A-LABEL
037000         MOVE DLR185-P-OUT-COUNT (DLR185-PART-IX)
037100             TO DLR185-A-COUNT
037200         MOVE DLR185-P-OUT-POINTS (DLR185-PART-IX)
037300             TO DLR185-A-POINTS
037400         MOVE DLR185-OUT-AMOUNT TO DLR185-A-AMOUNT
037500         WRITE SETTLE-LINE FROM DLR185-AMOUNT-LINE
037600         MOVE 'POINTS EARNED IN - OWED BY PARTNER'
037700             TO DLR185-A-LABEL
037800         MOVE DLR185-P-IN-COUNT (DLR185-PART-IX)
037900             TO DLR185-A-COUNT
038000         MOVE DLR185-P-IN-POINTS (DLR185-PART-IX)
038100             TO DLR185-A-POINTS
038200         MOVE DLR185-IN-AMOUNT TO DLR185-A-AMOUNT
038300         WRITE SETTLE-LINE FROM DLR185-AMOUNT-LINE
038400         MOVE 'NET PAYABLE TO PARTNER' TO DLR185-A-LABEL
038500         MOVE ZERO TO DLR185-A-COUNT
038600         MOVE ZERO TO DLR185-A-POINTS
038700         MOVE DLR185-NET-AMOUNT TO DLR185-A-AMOUNT
038800         WRITE SETTLE-LINE FROM DLR185-AMOUNT-LINE
038900         ADD DLR185-P-OUT-COUNT (DLR185-PART-IX)
039000             TO DLR185-T-OUT-COUNT
039100         ADD DLR185-P-OUT-POINTS (DLR185-PART-IX)
039200             TO DLR185-T-OUT-POINTS
039300         ADD DLR185-OUT-AMOUNT TO DLR185-T-OUT-AMOUNT
039400         ADD DLR185-P-IN-COUNT (DLR185-PART-IX)
039500             TO DLR185-T-IN-COUNT
039600         ADD DLR185-P-IN-POINTS (DLR185-PART-IX)
039700             TO DLR185-T-IN-POINTS
039800         ADD DLR185-IN-AMOUNT TO DLR185-T-IN-AMOUNT
039900         ADD DLR185-NET-AMOUNT TO DLR185-T-NET-AMOUNT
040000     END-IF.
040100 8100-EXIT.
040200     EXIT.
040300
040400 9000-TERMINATE.
040500     DISPLAY 'DLR185 LOG ROWS READ     = ' DLR185-LOG-READ.
040600     DISPLAY 'DLR185 ROWS SETTLED      = ' DLR185-ROWS-SETTLED.
040700     DISPLAY 'DLR185 UNKNOWN PARTNER   = ' DLR185-ROWS-UNKNOWN.
040800     IF  DLR185-PARTNERS-DROPPED > ZERO
040900         DISPLAY 'DLR185 PARTNER TABLE FULL - DROPPED = '
041000             DLR185-PARTNERS-DROPPED
041100     END-IF.
041200     IF  DLR185-ROWS-UNKNOWN > ZERO
041300         MOVE 4 TO RETURN-CODE
041400     END-IF.
041500     CLOSE EXCHANGE-LOG
041600           SETTLE-REPORT.
041700 9000-EXIT.
041800     EXIT.
