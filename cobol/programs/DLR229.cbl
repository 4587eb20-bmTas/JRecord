000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR229.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR229 - MONTHLY RETURNED-MAIL VOLUME AND WASTED POSTAGE     *
001000*                                                                *
001100*   READS THE RETURNED-MAIL LOG DLR228 BUILDS AND, FOR ONE       *
001200*   CALENDAR MONTH OF DATES RETURNED, COUNTS THE ITEMS BY MAIL   *
001300*   TYPE AND RETURN REASON. EACH TYPE'S COUNT IS COSTED AT ITS   *
001400*   DLPARAMM POSTAGE RATE (CENTS PER ITEM) TO GIVE THE WASTED    *
001500*   POSTAGE FOR THE BUDGET, AND THE FCUNDLV REGISTER IS READ FOR *
001600*   THE ADDRESSES OF EACH TYPE STILL FLAGGED AT THE RUN DATE.    *
001700*   THE MONTH IS THE ONE BEFORE THE RUN DATE UNLESS A DLPARAMM   *
001800*   RPT-MONTH ROW (CCYYMM) ASKS FOR ANOTHER. SUCH A ROW IS A     *
001810*   ONE-OFF RERUN REQUEST AND HOLDS ONLY FOR RUNS IN THE MONTH   *
001820*   IT TAKES EFFECT.                                             *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002210*  02 | 15/10/26 | RPT-MONTH ROW HONOURED ONLY  | R. GEALL       *
002220*     |          | IN THE MONTH IT TAKES EFFECT |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
003200                              ORGANIZATION IS SEQUENTIAL.
003300     SELECT MAIL-LOG          ASSIGN TO RTNMLOG
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT UNDELIVERABLE-FILE ASSIGN TO FCUNDLV
003600                              ORGANIZATION IS INDEXED
003700                              ACCESS MODE IS SEQUENTIAL
003800                              RECORD KEY IS UD-KEY.
003900     SELECT VOLUME-REPORT     ASSIGN TO RTNMVOL
004000                              ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  PARAM-FILE
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  DLPARAMM-RECORD.
004700     COPY DLPARAMM.
004800 FD  MAIL-LOG
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD.
005100     COPY FCRTNML.
005200 FD  UNDELIVERABLE-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY FCUNDLV.
005500 FD  VOLUME-REPORT
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  VOLUME-LINE                 PIC X(132).
005900 WORKING-STORAGE SECTION.
006000 01  DLR229-SWITCHES.
006100     05  DLR229-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
006200         88  DLR229-PARM-EOF                 VALUE 'Y'.
006300     05  DLR229-LOG-EOF-SW        PIC X(01)  VALUE 'N'.
006400         88  DLR229-LOG-EOF                  VALUE 'Y'.
006500     05  DLR229-UD-EOF-SW         PIC X(01)  VALUE 'N'.
006600         88  DLR229-UD-EOF                   VALUE 'Y'.
006700     05  DLR229-TYPE-FOUND-SW     PIC X(01)  VALUE 'N'.
006800         88  DLR229-TYPE-FOUND               VALUE 'Y'.
006900 01  DLR229-RUN-DATE              PIC 9(08)  VALUE ZERO.
007000 01  DLR229-RUN-DATE-PARTS REDEFINES DLR229-RUN-DATE.
007100     05  DLR229-RUN-CCYY          PIC 9(04).
007200     05  DLR229-RUN-MM            PIC 9(02).
007300     05  DLR229-RUN-DD            PIC 9(02).
007400*    THE REPORT MONTH AS CCYYMM.
007500 01  DLR229-RPT-MONTH             PIC 9(06)  VALUE ZERO.
007600 01  DLR229-RPT-MONTH-PARTS REDEFINES DLR229-RPT-MONTH.
007700     05  DLR229-RPT-CCYY          PIC 9(04).
007800     05  DLR229-RPT-MM            PIC 9(02).
007900 01  DLR229-BEST-EFF-MONTH        PIC 9(08)  VALUE ZERO.
008000 01  DLR229-RETURNED-MONTH        PIC 9(06)  VALUE ZERO.
008100*    ONE ROW PER MAIL TYPE. POSTAGE IS CENTS PER ITEM - BUILT-IN
008200*    DEFAULTS, THE LIVE RATES COME FROM DLPARAMM POSTAGE-XX.
008300 01  DLR229-TYPE-VALUES.
008400     05  FILLER                   PIC X(24)  VALUE
008500         'STCUSTOMER STATEMENT    '.
008600     05  FILLER                   PIC 9(04)  VALUE 40.
008700     05  FILLER                   PIC X(24)  VALUE
008800         'PTPOINTS STATEMENT      '.
008900     05  FILLER                   PIC 9(04)  VALUE 40.
009000     05  FILLER                   PIC X(24)  VALUE
009100         'DNDUNNING LETTER        '.
009200     05  FILLER                   PIC 9(04)  VALUE 40.
009300     05  FILLER                   PIC X(24)  VALUE
009400         'UMUNCLAIMED MONEYS      '.
009500     05  FILLER                   PIC 9(04)  VALUE 260.
009600 01  DLR229-TYPE-TABLE REDEFINES DLR229-TYPE-VALUES.
009700     05  DLR229-TYPE-ENTRY OCCURS 4 TIMES
009800                           INDEXED BY DLR229-TX.
009900         10  DLR229-T-CODE        PIC X(02).
010000         10  DLR229-T-DESC        PIC X(22).
010100         10  DLR229-T-POSTAGE     PIC 9(04).
010200*    COUNTS BY MAIL TYPE WITHIN RETURN REASON, SAME ORDER AS
010300*    THE TYPE TABLE.
010400 01  DLR229-COUNT-TABLE.
010500     05  DLR229-COUNT-ROW OCCURS 4 TIMES.
010600         10  DLR229-C-REASON      PIC 9(07)  COMP-3
010700                                  OCCURS 4 TIMES.
010800         10  DLR229-C-TOTAL       PIC 9(07)  COMP-3.
010900         10  DLR229-C-FLAGGED     PIC 9(07)  COMP-3.
011000         10  DLR229-C-BEST-EFF    PIC 9(08).
011100 01  DLR229-REASON-VALUES         PIC X(08)  VALUE 'GAAINKRF'.
011200 01  DLR229-REASON-TABLE REDEFINES DLR229-REASON-VALUES.
011300     05  DLR229-R-CODE            PIC X(02)
011400                                  OCCURS 4 TIMES
011500                                  INDEXED BY DLR229-RX.
011600 01  DLR229-POSTAGE-NAME.
011700     05  FILLER                   PIC X(08)  VALUE 'POSTAGE-'.
011800     05  DLR229-PN-CODE           PIC X(02).
011900     05  FILLER                   PIC X(02)  VALUE SPACES.
012000 01  DLR229-WASTED                PIC 9(09)V99  COMP-3.
012100 01  DLR229-SUB                   PIC S9(04)  COMP.
012200 01  DLR229-COUNTERS.
012300     05  DLR229-LOG-READ          PIC 9(07)  VALUE ZERO.
012400     05  DLR229-IN-MONTH          PIC 9(07)  VALUE ZERO.
012500     05  DLR229-UNCOUNTED         PIC 9(07)  VALUE ZERO.
012600 01  DLR229-GRAND-TOTALS.
012700     05  DLR229-G-REASON          PIC 9(07)  COMP-3
012800                                  OCCURS 4 TIMES.
012900     05  DLR229-G-TOTAL           PIC 9(07)  COMP-3.
013000     05  DLR229-G-FLAGGED         PIC 9(07)  COMP-3.
013100     05  DLR229-G-WASTED          PIC 9(09)V99  COMP-3.
013200 01  DLR229-HEADING-1.
013300     05  FILLER                   PIC X(53)  VALUE
013400         'DLR229 - RETURNED MAIL VOLUME BY MAIL TYPE       RUN '.
013500     05  DLR229-H1-RUN-DATE       PIC 9(08).
013600     05  FILLER                   PIC X(08)  VALUE
013700         '  MONTH '.
013800     05  DLR229-H1-MONTH          PIC 9(06).
013900 01  DLR229-HEADING-2.
014000     05  FILLER                   PIC X(40)  VALUE
014100         'TYPE                      GONE AWAY  ADD'.
014200     05  FILLER                   PIC X(40)  VALUE
014300         'R INC NOT KNOWN   REFUSED    TOTAL PER I'.
014400     05  FILLER                   PIC X(35)  VALUE
014500         'TEM    WASTED POSTAGE STILL FLAGGED'.
014600 01  DLR229-DETAIL-LINE.
014700     05  DLR229-D-CODE            PIC X(02).
014800     05  FILLER                   PIC X(01).
014900     05  DLR229-D-DESC            PIC X(22).
015000     05  DLR229-D-REASON-GRP OCCURS 4 TIMES.
015100         10  FILLER               PIC X(03).
015200         10  DLR229-D-REASON      PIC ZZZZZZ9.
015300     05  FILLER                   PIC X(02).
015400     05  DLR229-D-TOTAL           PIC ZZZZZZ9.
015500     05  FILLER                   PIC X(04).
015600     05  DLR229-D-POSTAGE         PIC Z9.99.
015700     05  FILLER                   PIC X(04).
015800     05  DLR229-D-WASTED          PIC ZZZ,ZZZ,ZZ9.99.
015900     05  FILLER                   PIC X(07).
016000     05  DLR229-D-FLAGGED         PIC ZZZZZZ9.
016100 01  DLR229-TOTAL-LINE.
016200     05  DLR229-T-LABEL           PIC X(40).
016300     05  DLR229-T-COUNT           PIC ZZZZZZZZ9.
016400 01  DLR229-BLANK-LINE            PIC X(01)  VALUE SPACE.
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE.
016800     PERFORM 2000-COUNT-ONE-RETURN
016900         UNTIL DLR229-LOG-EOF.
017000     PERFORM 3000-COUNT-FLAGGED.
017100     PERFORM 8000-PRINT-REPORT.
017200     PERFORM 9000-TERMINATE.
017300     STOP RUN.
017400
017500 1000-INITIALIZE.
017600     ACCEPT DLR229-RUN-DATE FROM DATE YYYYMMDD.
017700     INITIALIZE DLR229-COUNT-TABLE
017800                DLR229-GRAND-TOTALS.
017900     IF  DLR229-RUN-MM = 1
018000         COMPUTE DLR229-RPT-CCYY = DLR229-RUN-CCYY - 1
018100         MOVE 12 TO DLR229-RPT-MM
018200     ELSE
018300         MOVE DLR229-RUN-CCYY TO DLR229-RPT-CCYY
018400         COMPUTE DLR229-RPT-MM = DLR229-RUN-MM - 1
018500     END-IF.
018600     PERFORM 1100-LOAD-PARAMETERS.
018700     OPEN INPUT  MAIL-LOG.
018800     OPEN OUTPUT VOLUME-REPORT.
018900     MOVE DLR229-RUN-DATE  TO DLR229-H1-RUN-DATE.
019000     MOVE DLR229-RPT-MONTH TO DLR229-H1-MONTH.
019100     WRITE VOLUME-LINE FROM DLR229-HEADING-1.
019200     WRITE VOLUME-LINE FROM DLR229-HEADING-2.
019300     WRITE VOLUME-LINE FROM DLR229-BLANK-LINE.
019400     PERFORM 2100-READ-LOG.
019500 1000-EXIT.
019600     EXIT.
019700
019800*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
019900*    DATE WINS FOR EACH PARAMETER; WITH NO ROW THE BUILT-IN
020000*    DEFAULT STANDS.
020100 1100-LOAD-PARAMETERS.
020200     OPEN INPUT PARAM-FILE.
020300     PERFORM 1110-READ-PARAM.
020400     PERFORM 1120-TEST-ONE-PARAM
020500         UNTIL DLR229-PARM-EOF.
020600     CLOSE PARAM-FILE.
020700 1100-EXIT.
020800     EXIT.
020900
021000 1110-READ-PARAM.
021100     READ PARAM-FILE
021200         AT END
021300             MOVE 'Y' TO DLR229-PARM-EOF-SW
021400     END-READ.
021500 1110-EXIT.
021600     EXIT.
021700
021800 1120-TEST-ONE-PARAM.
021900     IF  DLPARAMM-JOB-NAME = 'DLR229  '
022000     AND DLPARAMM-EFF-FROM <= DLR229-RUN-DATE
022100         IF  DLPARAMM-PARAM-NAME = 'RPT-MONTH   '
022200             PERFORM 1125-TEST-RPT-MONTH
022500         ELSE
022600             PERFORM 1130-TEST-ONE-POSTAGE
022700                 VARYING DLR229-TX FROM 1 BY 1
022800                 UNTIL DLR229-TX > 4
022900         END-IF
023000     END-IF.
023100     PERFORM 1110-READ-PARAM.
023200 1120-EXIT.
023300     EXIT.
023400
023402*    A RPT-MONTH ROW IS NOT A STANDING PARAMETER: IT COUNTS ONLY
023406*    WHEN IT TOOK EFFECT IN THE MONTH OF THE RUN, SO A RERUN ROW
023410*    DOES NOT PIN THE REPORT MONTH FOR THE RUNS THAT FOLLOW.
023414 1125-TEST-RPT-MONTH.
023418     IF  DLPARAMM-EFF-FROM (1:6) = DLR229-RUN-DATE (1:6)
023422     AND DLPARAMM-EFF-FROM >= DLR229-BEST-EFF-MONTH
023426         MOVE DLPARAMM-EFF-FROM    TO DLR229-BEST-EFF-MONTH
023430         MOVE DLPARAMM-PARAM-VALUE TO DLR229-RPT-MONTH
023434     END-IF.
023438 1125-EXIT.
023442     EXIT.
023446
023500 1130-TEST-ONE-POSTAGE.
023600     SET DLR229-SUB TO DLR229-TX.
023700     MOVE DLR229-T-CODE (DLR229-TX) TO DLR229-PN-CODE.
023800     IF  DLPARAMM-PARAM-NAME = DLR229-POSTAGE-NAME
023900     AND DLPARAMM-EFF-FROM >= DLR229-C-BEST-EFF (DLR229-SUB)
024000         MOVE DLPARAMM-EFF-FROM
024100             TO DLR229-C-BEST-EFF (DLR229-SUB)
024200         MOVE DLPARAMM-PARAM-VALUE
024300             TO DLR229-T-POSTAGE (DLR229-TX)
024400     END-IF.
024500 1130-EXIT.
024600     EXIT.
024700
024800 2000-COUNT-ONE-RETURN.
024900     ADD 1 TO DLR229-LOG-READ.
025000     MOVE RM-DATE-RETURNED (1:6) TO DLR229-RETURNED-MONTH.
025100     IF  DLR229-RETURNED-MONTH = DLR229-RPT-MONTH
025200         ADD 1 TO DLR229-IN-MONTH
025300         PERFORM 2200-FIND-TYPE
025400         IF  DLR229-TYPE-FOUND
025500             PERFORM 2300-ADD-TO-TYPE
025600         ELSE
025700             ADD 1 TO DLR229-UNCOUNTED
025800         END-IF
025900     END-IF.
026000     PERFORM 2100-READ-LOG.
026100 2000-EXIT.
026200     EXIT.
026300
026400 2100-READ-LOG.
026500     READ MAIL-LOG
026600         AT END
026700             MOVE 'Y' TO DLR229-LOG-EOF-SW
026800     END-READ.
026900 2100-EXIT.
027000     EXIT.
027100
027200 2200-FIND-TYPE.
027300     MOVE 'N' TO DLR229-TYPE-FOUND-SW.
027400     SET DLR229-TX TO 1.
027500     SEARCH DLR229-TYPE-ENTRY
027600         AT END
027700             CONTINUE
027800         WHEN DLR229-T-CODE (DLR229-TX) = RM-MAIL-TYPE
027900             MOVE 'Y' TO DLR229-TYPE-FOUND-SW
028000             SET DLR229-SUB TO DLR229-TX
028100     END-SEARCH.
028200 2200-EXIT.
028300     EXIT.
028400
028500*    THE LOG HOLDS ONLY ITEMS DLR228 ACCEPTED, SO THE REASON
028600*    IS ALWAYS ONE OF THE FOUR; AN ITEM IS STILL COUNTED IN
028700*    ITS TYPE TOTAL IF IT IS NOT.
028800 2300-ADD-TO-TYPE.
028900     ADD 1 TO DLR229-C-TOTAL (DLR229-SUB).
029000     SET DLR229-RX TO 1.
029100     SEARCH DLR229-R-CODE
029200         AT END
029300             CONTINUE
029400         WHEN DLR229-R-CODE (DLR229-RX) = RM-REASON
029500             ADD 1 TO DLR229-C-REASON (DLR229-SUB, DLR229-RX)
029600     END-SEARCH.
029700 2300-EXIT.
029800     EXIT.
029900
030000*    ADDRESSES STILL FLAGGED UNDELIVERABLE TODAY, BY THE MAIL
030100*    TYPE THAT FIRST CAME BACK FROM THEM.
030200 3000-COUNT-FLAGGED.
030300     OPEN INPUT UNDELIVERABLE-FILE.
030400     PERFORM 3100-READ-UNDELIVERABLE.
030500     PERFORM 3200-COUNT-ONE-FLAG
030600         UNTIL DLR229-UD-EOF.
030700     CLOSE UNDELIVERABLE-FILE.
030800 3000-EXIT.
030900     EXIT.
031000
031100 3100-READ-UNDELIVERABLE.
031200     READ UNDELIVERABLE-FILE NEXT RECORD
031300         AT END
031400             MOVE 'Y' TO DLR229-UD-EOF-SW
031500     END-READ.
031600 3100-EXIT.
031700     EXIT.
031800
031900 3200-COUNT-ONE-FLAG.
032000     IF  UD-UNDELIVERABLE
032100         MOVE 'N' TO DLR229-TYPE-FOUND-SW
032200         SET DLR229-TX TO 1
032300         SEARCH DLR229-TYPE-ENTRY
032400             AT END
032500                 CONTINUE
032600             WHEN DLR229-T-CODE (DLR229-TX) = UD-MAIL-TYPE
032700                 SET DLR229-SUB TO DLR229-TX
032800                 ADD 1 TO DLR229-C-FLAGGED (DLR229-SUB)
032900         END-SEARCH
033000     END-IF.
033100     PERFORM 3100-READ-UNDELIVERABLE.
033200 3200-EXIT.
033300     EXIT.
033400
033500 8000-PRINT-REPORT.
033600     PERFORM 8100-PRINT-ONE-TYPE
033700         VARYING DLR229-TX FROM 1 BY 1
033800         UNTIL DLR229-TX > 4.
033900     PERFORM 8300-PRINT-GRAND-TOTAL.
034000     WRITE VOLUME-LINE FROM DLR229-BLANK-LINE.
034100     MOVE 'LOG ITEMS READ' TO DLR229-T-LABEL.
034200     MOVE DLR229-LOG-READ TO DLR229-T-COUNT.
034300     WRITE VOLUME-LINE FROM DLR229-TOTAL-LINE.
034400     MOVE 'ITEMS RETURNED IN MONTH' TO DLR229-T-LABEL.
034500     MOVE DLR229-IN-MONTH TO DLR229-T-COUNT.
034600     WRITE VOLUME-LINE FROM DLR229-TOTAL-LINE.
034700     MOVE 'ITEMS OF AN UNKNOWN MAIL TYPE' TO DLR229-T-LABEL.
034800     MOVE DLR229-UNCOUNTED TO DLR229-T-COUNT.
034900     WRITE VOLUME-LINE FROM DLR229-TOTAL-LINE.
035000 8000-EXIT.
035100     EXIT.
035200
035300 8100-PRINT-ONE-TYPE.
035400     SET DLR229-SUB TO DLR229-TX.
035500     MOVE SPACES TO DLR229-DETAIL-LINE.
035600     MOVE DLR229-T-CODE (DLR229-TX) TO DLR229-D-CODE.
035700     MOVE DLR229-T-DESC (DLR229-TX) TO DLR229-D-DESC.
035800     PERFORM 8200-MOVE-ONE-REASON
035900         VARYING DLR229-RX FROM 1 BY 1
036000         UNTIL DLR229-RX > 4.
036100     COMPUTE DLR229-WASTED ROUNDED =
036200         DLR229-C-TOTAL (DLR229-SUB)
036300         * DLR229-T-POSTAGE (DLR229-TX) / 100.
036400     MOVE DLR229-C-TOTAL (DLR229-SUB)   TO DLR229-D-TOTAL.
036500     COMPUTE DLR229-D-POSTAGE =
036600         DLR229-T-POSTAGE (DLR229-TX) / 100.
036700     MOVE DLR229-WASTED                 TO DLR229-D-WASTED.
036800     MOVE DLR229-C-FLAGGED (DLR229-SUB) TO DLR229-D-FLAGGED.
036900     WRITE VOLUME-LINE FROM DLR229-DETAIL-LINE.
037000     ADD DLR229-C-TOTAL (DLR229-SUB)   TO DLR229-G-TOTAL.
037100     ADD DLR229-C-FLAGGED (DLR229-SUB) TO DLR229-G-FLAGGED.
037200     ADD DLR229-WASTED                 TO DLR229-G-WASTED.
037300 8100-EXIT.
037400     EXIT.
037500
037600 8200-MOVE-ONE-REASON.
037700     MOVE DLR229-C-REASON (DLR229-SUB, DLR229-RX)
037800         TO DLR229-D-REASON (DLR229-RX).
037900     ADD DLR229-C-REASON (DLR229-SUB, DLR229-RX)
038000         TO DLR229-G-REASON (DLR229-RX).
038100 8200-EXIT.
038200     EXIT.
038300
038400 8300-PRINT-GRAND-TOTAL.
038500     MOVE SPACES TO DLR229-DETAIL-LINE.
038600     MOVE 'ALL MAIL TYPES'  TO DLR229-D-DESC.
038700     PERFORM 8310-MOVE-ONE-TOTAL
038800         VARYING DLR229-RX FROM 1 BY 1
038900         UNTIL DLR229-RX > 4.
039000     MOVE DLR229-G-TOTAL    TO DLR229-D-TOTAL.
039100     MOVE DLR229-G-WASTED   TO DLR229-D-WASTED.
039200     MOVE DLR229-G-FLAGGED  TO DLR229-D-FLAGGED.
039300     WRITE VOLUME-LINE FROM DLR229-BLANK-LINE.
039400     WRITE VOLUME-LINE FROM DLR229-DETAIL-LINE.
039500 8300-EXIT.
039600     EXIT.
039700
039800 8310-MOVE-ONE-TOTAL.
039900     MOVE DLR229-G-REASON (DLR229-RX)
040000         TO DLR229-D-REASON (DLR229-RX).
040100 8310-EXIT.
040200     EXIT.
040300
040400 9000-TERMINATE.
040500     DISPLAY 'DLR229 REPORT MONTH         = ' DLR229-RPT-MONTH.
040600     DISPLAY 'DLR229 ITEMS IN MONTH       = ' DLR229-IN-MONTH.
040700     DISPLAY 'DLR229 WASTED POSTAGE       = ' DLR229-G-WASTED.
040800     IF  DLR229-UNCOUNTED > ZERO
040900         MOVE 4 TO RETURN-CODE
041000     END-IF.
041100     CLOSE MAIL-LOG
041200           VOLUME-REPORT.
041300 9000-EXIT.
041400     EXIT.
