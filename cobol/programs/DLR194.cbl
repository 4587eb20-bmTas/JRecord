000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR194.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR194 - SUPPLIER SHORT-DATING LEAGUE TABLE (MONTHLY)        *
001000*                                                                *
001100*   RANKS THE SUPPLIERS WHOSE ASN LINES DLR192 HELD AS SHORT-    *
001200*   DATED IN THE CALENDAR MONTH BEFORE THE RUN DATE, WORST       *
001300*   FIRST BY LINES HELD AND THEN BY UNITS HELD. FOR EACH ONE     *
001400*   THE DLSLHOLD REGISTER GIVES THE LINES AND UNITS HELD, HOW    *
001500*   MANY THE DC QUALITY TEAM ACCEPTED, REJECTED OR HAS STILL TO  *
001600*   DECIDE, THE UNITS REJECTED, AND THE AVERAGE DAYS THE STOCK   *
001700*   FELL SHORT OF ITS MINIMUM SHELF LIFE, SO BUYING CAN TAKE     *
001800*   THE WORST OFFENDERS UP AT THE MONTHLY SUPPLIER REVIEW.       *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT HOLD-REGISTER     ASSIGN TO DLSLHOLD
003200                              ORGANIZATION IS INDEXED
003300                              ACCESS MODE IS DYNAMIC
003400                              RECORD KEY IS DLSLHOLD-KEY.
003500     SELECT LEAGUE-REPORT     ASSIGN TO SLLEAGUE
003600                              ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  HOLD-REGISTER
004000     LABEL RECORDS ARE STANDARD.
004100 01  DLSLHOLD-RECORD.
004200     COPY DLSLHOLD.
004300 FD  LEAGUE-REPORT
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD.
004600 01  LEAGUE-LINE                 PIC X(132).
004700 WORKING-STORAGE SECTION.
004800 01  DLR194-SWITCHES.
004900     05  DLR194-REG-EOF-SW        PIC X(01)  VALUE 'N'.
005000         88  DLR194-REG-EOF                  VALUE 'Y'.
005100     05  DLR194-SWAPPED-SW        PIC X(01)  VALUE 'N'.
005200         88  DLR194-SWAPPED                  VALUE 'Y'.
005300 01  DLR194-DATES.
005400     05  DLR194-RUN-DATE          PIC 9(08)  VALUE ZERO.
005500     05  DLR194-RUN-DATE-PARTS REDEFINES DLR194-RUN-DATE.
005600         10  DLR194-RUN-CCYY      PIC 9(04).
005700         10  DLR194-RUN-MM        PIC 9(02).
005800         10  DLR194-RUN-DD        PIC 9(02).
005900     05  DLR194-MONTH-CCYY        PIC 9(04).
006000     05  DLR194-MONTH-MM          PIC 9(02).
006100     05  DLR194-MONTH-FROM        PIC 9(08).
006200     05  DLR194-MONTH-TO          PIC 9(08).
006300 01  DLR194-WORK-FIELDS.
006400     05  DLR194-DAYS-SHORT        PIC S9(05)  COMP.
006500     05  DLR194-AVG-SHORT         PIC S9(05)V9.
006600 01  DLR194-CONTROL.
006700     05  DLR194-SUP-COUNT         PIC S9(04)  COMP  VALUE ZERO.
006800     05  DLR194-SORT-TOP          PIC S9(04)  COMP  VALUE ZERO.
006900     05  DLR194-SUB               PIC S9(04)  COMP.
007000     05  DLR194-RANK              PIC S9(04)  COMP.
007100 01  DLR194-COUNTERS.
007200     05  DLR194-ROWS-READ         PIC 9(07)  VALUE ZERO.
007300     05  DLR194-ROWS-IN-MONTH     PIC 9(07)  VALUE ZERO.
007400     05  DLR194-SUP-DROPPED       PIC 9(07)  VALUE ZERO.
007500 01  DLR194-SUP-TABLE.
007600     05  DLR194-SUP-ENTRY OCCURS 500 TIMES
007700                          INDEXED BY DLR194-IX.
007800         10  DLR194-S-SUP-ID      PIC 9(08).
007900         10  DLR194-S-SUP-NAME    PIC X(35).
008000         10  DLR194-S-LINES       PIC S9(07)  COMP-3.
008100         10  DLR194-S-ACCEPTED    PIC S9(07)  COMP-3.
008200         10  DLR194-S-REJECTED    PIC S9(07)  COMP-3.
008300         10  DLR194-S-PENDING     PIC S9(07)  COMP-3.
008400         10  DLR194-S-UNITS       PIC S9(09)V99 COMP-3.
008500         10  DLR194-S-REJ-UNITS   PIC S9(09)V99 COMP-3.
008600         10  DLR194-S-SHORT-SUM   PIC S9(09)  COMP-3.
008700 01  DLR194-SWAP-ENTRY.
008800     05  DLR194-V-SUP-ID          PIC 9(08).
008900     05  DLR194-V-SUP-NAME        PIC X(35).
009000     05  DLR194-V-LINES           PIC S9(07)  COMP-3.
009100     05  DLR194-V-ACCEPTED        PIC S9(07)  COMP-3.
009200     05  DLR194-V-REJECTED        PIC S9(07)  COMP-3.
009300     05  DLR194-V-PENDING         PIC S9(07)  COMP-3.
009400     05  DLR194-V-UNITS           PIC S9(09)V99 COMP-3.
009500     05  DLR194-V-REJ-UNITS       PIC S9(09)V99 COMP-3.
009600     05  DLR194-V-SHORT-SUM       PIC S9(09)  COMP-3.
009700 01  DLR194-HEADING-1.
009800     05  FILLER                   PIC X(53)  VALUE
009900         'DLR194 - SUPPLIER SHORT-DATING LEAGUE TABLE      RUN '.
010000     05  DLR194-H-RUN-DATE        PIC 9(08).
010100 01  DLR194-HEADING-2.
010200     05  FILLER                   PIC X(22)  VALUE
010300         'LINES HELD FROM      '.
010400     05  DLR194-H-MONTH-FROM      PIC 9(08).
010500     05  FILLER                   PIC X(04)  VALUE ' TO '.
010600     05  DLR194-H-MONTH-TO        PIC 9(08).
010700     05  FILLER                   PIC X(14)  VALUE
010800         '  WORST FIRST'.
010900 01  DLR194-HEADING-3.
011000     05  FILLER                   PIC X(40)  VALUE
011100         'RANK  SUPPLIER  NAME                    '.
011200     05  FILLER                   PIC X(40)  VALUE
011300         '   LINES  ACCEPT  REJECT UNDEC UNITS HEL'.
011400     05  FILLER                   PIC X(25)  VALUE
011500         'D  UNITS REJ   DAYS SHORT'.
011600 01  DLR194-DETAIL-LINE.
011700     05  DLR194-D-RANK            PIC ZZZ9.
011800     05  FILLER                   PIC X(02)  VALUE SPACES.
011900     05  DLR194-D-SUP-ID          PIC 9(08).
012000     05  FILLER                   PIC X(02)  VALUE SPACES.
012100     05  DLR194-D-SUP-NAME        PIC X(24).
012200     05  DLR194-D-LINES           PIC ZZZZZZZ9.
012300     05  FILLER                   PIC X(02)  VALUE SPACES.
012400     05  DLR194-D-ACCEPTED        PIC ZZZZZ9.
012500     05  FILLER                   PIC X(02)  VALUE SPACES.
012600     05  DLR194-D-REJECTED        PIC ZZZZZ9.
012700     05  FILLER                   PIC X(02)  VALUE SPACES.
012800     05  DLR194-D-PENDING         PIC ZZZ9.
012900     05  FILLER                   PIC X(02)  VALUE SPACES.
013000     05  DLR194-D-UNITS           PIC ZZZZZZZZ9.
013100     05  FILLER                   PIC X(02)  VALUE SPACES.
013200     05  DLR194-D-REJ-UNITS       PIC ZZZZZZZZ9.
013300     05  FILLER                   PIC X(06)  VALUE SPACES.
013400     05  DLR194-D-AVG-SHORT       PIC ZZZZ9.9.
013500 01  DLR194-TOTAL-LINE.
013600     05  DLR194-T-LABEL           PIC X(40).
013700     05  DLR194-T-COUNT           PIC ZZZZZZZZ9.
013800 01  DLR194-BLANK-LINE            PIC X(01)  VALUE SPACE.
013900 PROCEDURE DIVISION.
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE.
014200     PERFORM 2000-READ-REGISTER-NEXT
014300         UNTIL DLR194-REG-EOF.
014400     PERFORM 3000-RANK-WORST-FIRST.
014500     PERFORM 4000-PRINT-LEAGUE.
014600     PERFORM 8000-PRINT-TOTALS.
014700     PERFORM 9000-TERMINATE.
014800     STOP RUN.
014900
015000 1000-INITIALIZE.
015100     OPEN INPUT  HOLD-REGISTER.
015200     OPEN OUTPUT LEAGUE-REPORT.
015300     ACCEPT DLR194-RUN-DATE FROM DATE YYYYMMDD.
015400     PERFORM 1100-SET-MONTH.
015500     MOVE DLR194-RUN-DATE   TO DLR194-H-RUN-DATE.
015600     MOVE DLR194-MONTH-FROM TO DLR194-H-MONTH-FROM.
015700     MOVE DLR194-MONTH-TO   TO DLR194-H-MONTH-TO.
015800     WRITE LEAGUE-LINE FROM DLR194-HEADING-1.
015900     WRITE LEAGUE-LINE FROM DLR194-HEADING-2.
016000     WRITE LEAGUE-LINE FROM DLR194-BLANK-LINE.
016100     WRITE LEAGUE-LINE FROM DLR194-HEADING-3.
016200     MOVE LOW-VALUES TO DLSLHOLD-KEY.
016300     START HOLD-REGISTER
016400             KEY NOT LESS THAN DLSLHOLD-KEY
016500         INVALID KEY
016600             MOVE 'Y' TO DLR194-REG-EOF-SW
016700     END-START.
016800 1000-EXIT.
016900     EXIT.
017000
017100*    THE MONTH BEFORE THE ONE HOLDING THE RUN DATE. DAY 31 IS
017200*    USED AS THE LAST DAY OF EVERY MONTH; NO REAL DATE IN THE
017300*    MONTH COMPARES ABOVE IT.
017400 1100-SET-MONTH.
017500     MOVE DLR194-RUN-CCYY TO DLR194-MONTH-CCYY.
017600     IF  DLR194-RUN-MM = 1
017700         MOVE 12 TO DLR194-MONTH-MM
017800         SUBTRACT 1 FROM DLR194-MONTH-CCYY
017900     ELSE
018000         COMPUTE DLR194-MONTH-MM = DLR194-RUN-MM - 1
018100     END-IF.
018200     COMPUTE DLR194-MONTH-FROM =
018300         DLR194-MONTH-CCYY * 10000 + DLR194-MONTH-MM * 100 + 1.
018400     COMPUTE DLR194-MONTH-TO =
018500         DLR194-MONTH-CCYY * 10000 + DLR194-MONTH-MM * 100 + 31.
018600 1100-EXIT.
018700     EXIT.
018800
018900 2000-READ-REGISTER-NEXT.
019000     READ HOLD-REGISTER NEXT RECORD
019100         AT END
019200             MOVE 'Y' TO DLR194-REG-EOF-SW
019300         NOT AT END
019400             ADD 1 TO DLR194-ROWS-READ
019500             IF  DLSLHOLD-HELD-DATE NOT < DLR194-MONTH-FROM
019600             AND DLSLHOLD-HELD-DATE NOT > DLR194-MONTH-TO
019700                 PERFORM 2100-SCORE-HELD-LINE
019800             END-IF
019900     END-READ.
020000 2000-EXIT.
020100     EXIT.
020200
020300 2100-SCORE-HELD-LINE.
020400     ADD 1 TO DLR194-ROWS-IN-MONTH.
020500     PERFORM 2200-FIND-OR-ADD-SUPPLIER.
020600     IF  DLR194-IX > DLR194-SUP-COUNT
020700         ADD 1 TO DLR194-SUP-DROPPED
020800     ELSE
020900         ADD 1 TO DLR194-S-LINES (DLR194-IX)
021000         ADD DLSLHOLD-QTY-SHIPPED TO DLR194-S-UNITS (DLR194-IX)
021100         COMPUTE DLR194-DAYS-SHORT =
021200             DLSLHOLD-MIN-LIFE-DAYS - DLSLHOLD-LIFE-DAYS
021300         ADD DLR194-DAYS-SHORT
021400             TO DLR194-S-SHORT-SUM (DLR194-IX)
021500         EVALUATE TRUE
021600             WHEN DLSLHOLD-ACCEPTED
021700                 ADD 1 TO DLR194-S-ACCEPTED (DLR194-IX)
021800             WHEN DLSLHOLD-REJECTED
021900                 ADD 1 TO DLR194-S-REJECTED (DLR194-IX)
022000                 ADD DLSLHOLD-QTY-SHIPPED
022100                     TO DLR194-S-REJ-UNITS (DLR194-IX)
022200             WHEN OTHER
022300                 ADD 1 TO DLR194-S-PENDING (DLR194-IX)
022400         END-EVALUATE
022500     END-IF.
022600 2100-EXIT.
022700     EXIT.
022800
022900 2200-FIND-OR-ADD-SUPPLIER.
023000     SET DLR194-IX TO 1.
023100     SEARCH DLR194-SUP-ENTRY
023200         AT END
023300             CONTINUE
023400         WHEN DLR194-IX > DLR194-SUP-COUNT
023500             PERFORM 2210-ADD-SUPPLIER
023600         WHEN DLR194-S-SUP-ID (DLR194-IX) = DLSLHOLD-SUP-ID
023700             CONTINUE
023800     END-SEARCH.
023900 2200-EXIT.
024000     EXIT.
024100
024200 2210-ADD-SUPPLIER.
024300     ADD 1 TO DLR194-SUP-COUNT.
024400     MOVE DLSLHOLD-SUP-ID   TO DLR194-S-SUP-ID (DLR194-IX).
024500     MOVE DLSLHOLD-SUP-NAME TO DLR194-S-SUP-NAME (DLR194-IX).
024600     MOVE ZERO TO DLR194-S-LINES (DLR194-IX)
024700                  DLR194-S-ACCEPTED (DLR194-IX)
024800                  DLR194-S-REJECTED (DLR194-IX)
024900                  DLR194-S-PENDING (DLR194-IX)
025000                  DLR194-S-UNITS (DLR194-IX)
025100                  DLR194-S-REJ-UNITS (DLR194-IX)
025200                  DLR194-S-SHORT-SUM (DLR194-IX).
025300 2210-EXIT.
025400     EXIT.
025500
025600 3000-RANK-WORST-FIRST.
025700     MOVE DLR194-SUP-COUNT TO DLR194-SORT-TOP.
025800     MOVE 'Y' TO DLR194-SWAPPED-SW.
025900     PERFORM 3100-SORT-ONE-PASS
026000         UNTIL NOT DLR194-SWAPPED
026100            OR DLR194-SORT-TOP < 2.
026200 3000-EXIT.
026300     EXIT.
026400
026500 3100-SORT-ONE-PASS.
026600     MOVE 'N' TO DLR194-SWAPPED-SW.
026700     SUBTRACT 1 FROM DLR194-SORT-TOP.
026800     PERFORM 3200-COMPARE-AND-SWAP
026900         VARYING DLR194-SUB FROM 1 BY 1
027000         UNTIL DLR194-SUB > DLR194-SORT-TOP.
027100 3100-EXIT.
027200     EXIT.
027300
027400 3200-COMPARE-AND-SWAP.
027500     IF  DLR194-S-LINES (DLR194-SUB)
027600             < DLR194-S-LINES (DLR194-SUB + 1)
027700     OR (DLR194-S-LINES (DLR194-SUB)
027800             = DLR194-S-LINES (DLR194-SUB + 1)
027900     AND DLR194-S-UNITS (DLR194-SUB)
028000             < DLR194-S-UNITS (DLR194-SUB + 1))
028100         MOVE DLR194-SUP-ENTRY (DLR194-SUB)
028200             TO DLR194-SWAP-ENTRY
028300         MOVE DLR194-SUP-ENTRY (DLR194-SUB + 1)
028400             TO DLR194-SUP-ENTRY (DLR194-SUB)
028500         MOVE DLR194-SWAP-ENTRY
028600             TO DLR194-SUP-ENTRY (DLR194-SUB + 1)
028700         MOVE 'Y' TO DLR194-SWAPPED-SW
028800     END-IF.
028900 3200-EXIT.
029000     EXIT.
029100
029200 4000-PRINT-LEAGUE.
029300     PERFORM 4100-PRINT-ONE-SUPPLIER
029400         VARYING DLR194-RANK FROM 1 BY 1
029500         UNTIL DLR194-RANK > DLR194-SUP-COUNT.
029600 4000-EXIT.
029700     EXIT.
029800
029900 4100-PRINT-ONE-SUPPLIER.
030000     SET DLR194-IX TO DLR194-RANK.
030100     MOVE DLR194-RANK                   TO DLR194-D-RANK.
030200     MOVE DLR194-S-SUP-ID (DLR194-IX)   TO DLR194-D-SUP-ID.
030300     MOVE DLR194-S-SUP-NAME (DLR194-IX) TO DLR194-D-SUP-NAME.
030400     MOVE DLR194-S-LINES (DLR194-IX)    TO DLR194-D-LINES.
030500     MOVE DLR194-S-ACCEPTED (DLR194-IX) TO DLR194-D-ACCEPTED.
030600     MOVE DLR194-S-REJECTED (DLR194-IX) TO DLR194-D-REJECTED.
030700     MOVE DLR194-S-PENDING (DLR194-IX)  TO DLR194-D-PENDING.
030800     MOVE DLR194-S-UNITS (DLR194-IX)    TO DLR194-D-UNITS.
030900     MOVE DLR194-S-REJ-UNITS (DLR194-IX)
031000                                        TO DLR194-D-REJ-UNITS.
031100     COMPUTE DLR194-AVG-SHORT ROUNDED =
031200         DLR194-S-SHORT-SUM (DLR194-IX)
031300             / DLR194-S-LINES (DLR194-IX).
031400     MOVE DLR194-AVG-SHORT              TO DLR194-D-AVG-SHORT.
031500     WRITE LEAGUE-LINE FROM DLR194-DETAIL-LINE.
031600 4100-EXIT.
031700     EXIT.
031800
031900 8000-PRINT-TOTALS.
032000     WRITE LEAGUE-LINE FROM DLR194-BLANK-LINE.
032100     MOVE 'REGISTER ROWS READ' TO DLR194-T-LABEL.
032200     MOVE DLR194-ROWS-READ TO DLR194-T-COUNT.
032300     WRITE LEAGUE-LINE FROM DLR194-TOTAL-LINE.
032400     MOVE 'LINES HELD IN THE MONTH' TO DLR194-T-LABEL.
032500     MOVE DLR194-ROWS-IN-MONTH TO DLR194-T-COUNT.
032600     WRITE LEAGUE-LINE FROM DLR194-TOTAL-LINE.
032700     MOVE 'SUPPLIERS RANKED' TO DLR194-T-LABEL.
032800     MOVE DLR194-SUP-COUNT TO DLR194-T-COUNT.
032900     WRITE LEAGUE-LINE FROM DLR194-TOTAL-LINE.
033000     MOVE 'LINES NOT RANKED - TABLE FULL' TO DLR194-T-LABEL.
033100     MOVE DLR194-SUP-DROPPED TO DLR194-T-COUNT.
033200     WRITE LEAGUE-LINE FROM DLR194-TOTAL-LINE.
033300 8000-EXIT.
033400     EXIT.
033500
033600 9000-TERMINATE.
033700     DISPLAY 'DLR194 LINES IN MONTH    = ' DLR194-ROWS-IN-MONTH.
033800     DISPLAY 'DLR194 SUPPLIERS RANKED  = ' DLR194-SUP-COUNT.
033900     CLOSE HOLD-REGISTER
034000           LEAGUE-REPORT.
034100 9000-EXIT.
034200     EXIT.
