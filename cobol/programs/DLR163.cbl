000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR163.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR163 - WEEKLY MARKDOWN DOLLARS BY DEPARTMENT               *
001000*                                                                *
001100*   MERCHANDISE PLANNING'S WEEKLY VIEW OF WHAT PERMANENT         *
001200*   MARKDOWNS HAVE COST. READS THE DLMKDREG REGISTER AND, FOR    *
001300*   EVERY MARKDOWN TAKEN BY DLR162, BUCKETS THE MARKDOWNS,       *
001400*   UNITS AND DOLLARS BY DEPARTMENT FOR THE DLFISCAL WEEK        *
001500*   COVERING THE RUN DATE AND FOR THE FISCAL YEAR TO DATE.       *
001600*   DEPARTMENT NAMES COME FROM DLDEPTMF. A RUN DATE OFF THE      *
001700*   CALENDAR FALLS BACK TO THE SEVEN DAYS ENDING ON THE RUN      *
001800*   DATE AND THE CALENDAR YEAR TO DATE.                          *
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
003100     SELECT REGISTER-FILE     ASSIGN TO DLMKDREG
003200                              ORGANIZATION IS INDEXED
003300                              ACCESS MODE IS SEQUENTIAL
003400                              RECORD KEY IS DLMKDREG-KEY.
003500     SELECT FISCAL-CAL-FILE   ASSIGN TO DLFISCAL
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT DEPT-MASTER-FILE  ASSIGN TO DLDEPTMF
003800                              ORGANIZATION IS SEQUENTIAL.
003900     SELECT WEEKLY-REPORT     ASSIGN TO MKDWKRPT
004000                              ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  REGISTER-FILE
004400     LABEL RECORDS ARE STANDARD.
004500 01  DLMKDREG-RECORD.
004600     COPY DLMKDREG.
004700 FD  FISCAL-CAL-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  DLFISCAL-RECORD.
005100     COPY DLFISCAL.
005200 FD  DEPT-MASTER-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  DLDEPTMF-RECORD.
005600     COPY DLDEPTMF.
005700 FD  WEEKLY-REPORT
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  WEEKLY-LINE                 PIC X(100).
006100 WORKING-STORAGE SECTION.
006200 01  DLR163-SWITCHES.
006300     05  DLR163-REG-EOF-SW        PIC X(01)  VALUE 'N'.
006400         88  DLR163-REG-EOF                  VALUE 'Y'.
006500     05  DLR163-CAL-EOF-SW        PIC X(01)  VALUE 'N'.
006600         88  DLR163-CAL-EOF                  VALUE 'Y'.
006700     05  DLR163-DEPT-EOF-SW       PIC X(01)  VALUE 'N'.
006800         88  DLR163-DEPT-EOF                 VALUE 'Y'.
006900     05  DLR163-CAL-FOUND-SW      PIC X(01)  VALUE 'N'.
007000         88  DLR163-CAL-FOUND                VALUE 'Y'.
007100     05  DLR163-DEPT-FOUND-SW     PIC X(01)  VALUE 'N'.
007200         88  DLR163-DEPT-FOUND               VALUE 'Y'.
007300 01  DLR163-RUN-DATE-FIELDS.
007400     05  DLR163-RUN-CCYYMMDD      PIC 9(08).
007500     05  DLR163-RUN-PARTS REDEFINES DLR163-RUN-CCYYMMDD.
007600         10  DLR163-RUN-CCYY      PIC 9(04).
007700         10  DLR163-RUN-MM        PIC 9(02).
007800         10  DLR163-RUN-DD        PIC 9(02).
007900 01  DLR163-RUN-CYYMMDD           PIC S9(07)   COMP-3.
008000 01  DLR163-WORK-CCYYMMDD         PIC 9(08).
008100 01  DLR163-WEEK-START            PIC S9(07)   COMP-3.
008200 01  DLR163-WEEK-END              PIC S9(07)   COMP-3.
008300 01  DLR163-YEAR-START            PIC S9(07)   COMP-3.
008400 01  DLR163-FISCAL-WEEK           PIC 9(06)  VALUE ZERO.
008500 01  DLR163-CAL-CONTROL.
008600     05  DLR163-CAL-COUNT         PIC S9(04)  COMP  VALUE ZERO.
008700 01  DLR163-CAL-TABLE.
008800     05  DLR163-CAL-ENTRY OCCURS 500 TIMES
008900                          INDEXED BY DLR163-CAL-IX.
009000         10  DLR163-C-FY          PIC 9(04).
009100         10  DLR163-C-WOY         PIC 9(02).
009200         10  DLR163-C-START       PIC S9(07)   COMP-3.
009300         10  DLR163-C-END         PIC S9(07)   COMP-3.
009400 01  DLR163-THIS-FY               PIC 9(04)  VALUE ZERO.
009500 01  DLR163-DEPT-CONTROL.
009600     05  DLR163-DEPT-COUNT        PIC S9(04)  COMP  VALUE ZERO.
009700 01  DLR163-DEPT-TABLE.
009800     05  DLR163-DEPT-ENTRY OCCURS 200 TIMES
009900                           INDEXED BY DLR163-DEPT-IX.
010000         10  DLR163-D-DEPT-NO     PIC S9(03)   COMP-3.
010100         10  DLR163-D-DEPT-NAME   PIC X(20).
010200         10  DLR163-D-WK-COUNT    PIC S9(05)   COMP-3.
010300         10  DLR163-D-WK-UNITS    PIC S9(09)   COMP-3.
010400         10  DLR163-D-WK-VALUE    PIC S9(11)V99 COMP-3.
010500         10  DLR163-D-YTD-UNITS   PIC S9(09)   COMP-3.
010600         10  DLR163-D-YTD-VALUE   PIC S9(11)V99 COMP-3.
010700 01  DLR163-W-DEPT-NO             PIC S9(03)   COMP-3.
010800 01  DLR163-TOTALS.
010900     05  DLR163-T-WK-COUNT        PIC S9(07)   COMP-3 VALUE ZERO.
011000     05  DLR163-T-WK-UNITS        PIC S9(11)   COMP-3 VALUE ZERO.
011100     05  DLR163-T-WK-VALUE        PIC S9(11)V99 COMP-3
011200                                             VALUE ZERO.
011300     05  DLR163-T-YTD-UNITS       PIC S9(11)   COMP-3 VALUE ZERO.
011400     05  DLR163-T-YTD-VALUE       PIC S9(11)V99 COMP-3
011500                                             VALUE ZERO.
011600     05  DLR163-UNKNOWN-DEPTS     PIC 9(07)  VALUE ZERO.
011700 01  DLR163-HEADING-1.
011800     05  FILLER                   PIC X(44)  VALUE
011900         'DLR163 - WEEKLY MARKDOWN DOLLARS BY DEPT -  '.
012000     05  FILLER                   PIC X(05)  VALUE 'WEEK '.
012100     05  DLR163-H-WEEK            PIC 9(06).
012200 01  DLR163-HEADING-2.
012300     05  FILLER                   PIC X(05)  VALUE 'DEPT '.
012400     05  FILLER                   PIC X(22)  VALUE 'NAME'.
012500     05  FILLER                   PIC X(07)  VALUE 'MKDNS  '.
012600     05  FILLER                   PIC X(11)  VALUE 'WEEK UNITS '.
012700     05  FILLER                   PIC X(16)  VALUE
012800         'WEEK MARKDOWN $ '.
012900     05  FILLER                   PIC X(12)  VALUE 'YTD UNITS   '.
013000     05  FILLER                   PIC X(15)  VALUE
013100         'YTD MARKDOWN $ '.
013200 01  DLR163-DETAIL-LINE.
013300     05  DLR163-L-DEPT            PIC ZZ9.
013400     05  FILLER                   PIC X(02)  VALUE SPACES.
013500     05  DLR163-L-NAME            PIC X(20).
013600     05  FILLER                   PIC X(02)  VALUE SPACES.
013700     05  DLR163-L-COUNT           PIC ZZZZ9.
013800     05  FILLER                   PIC X(01)  VALUE SPACES.
013900     05  DLR163-L-WK-UNITS        PIC -ZZZZZZZZ9.
014000     05  FILLER                   PIC X(01)  VALUE SPACES.
014100     05  DLR163-L-WK-VALUE        PIC -ZZZZZZZZZ9.99.
014200     05  FILLER                   PIC X(02)  VALUE SPACES.
014300     05  DLR163-L-YTD-UNITS       PIC -ZZZZZZZZ9.
014400     05  FILLER                   PIC X(01)  VALUE SPACES.
014500     05  DLR163-L-YTD-VALUE       PIC -ZZZZZZZZZ9.99.
014600 01  DLR163-TOTAL-LINE.
014700     05  FILLER                   PIC X(27)  VALUE
014800         'ALL DEPARTMENTS'.
014900     05  DLR163-X-COUNT           PIC ZZZZ9.
015000     05  FILLER                   PIC X(01)  VALUE SPACES.
015100     05  DLR163-X-WK-UNITS        PIC -ZZZZZZZZ9.
015200     05  FILLER                   PIC X(01)  VALUE SPACES.
015300     05  DLR163-X-WK-VALUE        PIC -ZZZZZZZZZ9.99.
015400     05  FILLER                   PIC X(02)  VALUE SPACES.
015500     05  DLR163-X-YTD-UNITS       PIC -ZZZZZZZZ9.
015600     05  FILLER                   PIC X(01)  VALUE SPACES.
015700     05  DLR163-X-YTD-VALUE       PIC -ZZZZZZZZZ9.99.
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE.
016000     PERFORM 1000-INITIALIZE.
016100     PERFORM 2000-BUCKET-ONE-MARKDOWN
016200         UNTIL DLR163-REG-EOF.
016300     PERFORM 3000-PRINT-REPORT.
016400     PERFORM 9000-TERMINATE.
016500     STOP RUN.
016600
016700 1000-INITIALIZE.
016800     OPEN INPUT  REGISTER-FILE.
016900     OPEN OUTPUT WEEKLY-REPORT.
017000     ACCEPT DLR163-RUN-CCYYMMDD FROM DATE YYYYMMDD.
017100     PERFORM 1100-LOAD-FISCAL-CAL.
017200     PERFORM 1200-DERIVE-RANGES.
017300     PERFORM 1300-LOAD-DEPTS.
017400     MOVE DLR163-FISCAL-WEEK TO DLR163-H-WEEK.
017500     WRITE WEEKLY-LINE FROM DLR163-HEADING-1.
017600     WRITE WEEKLY-LINE FROM DLR163-HEADING-2.
017700     PERFORM 2100-READ-REGISTER.
017800 1000-EXIT.
017900     EXIT.
018000
018100 1100-LOAD-FISCAL-CAL.
018200     OPEN INPUT FISCAL-CAL-FILE.
018300     PERFORM 1110-READ-FISCAL-CAL.
018400     PERFORM 1120-STORE-ONE-WEEK
018500         UNTIL DLR163-CAL-EOF.
018600     CLOSE FISCAL-CAL-FILE.
018700 1100-EXIT.
018800     EXIT.
018900
019000 1110-READ-FISCAL-CAL.
019100     READ FISCAL-CAL-FILE
019200         AT END
019300             MOVE 'Y' TO DLR163-CAL-EOF-SW
019400     END-READ.
019500 1110-EXIT.
019600     EXIT.
019700
019800 1120-STORE-ONE-WEEK.
019900     IF  DLR163-CAL-COUNT < 500
020000         ADD 1 TO DLR163-CAL-COUNT
020100         SET DLR163-CAL-IX TO DLR163-CAL-COUNT
020200         MOVE DLFISCAL-FISCAL-YEAR
020300             TO DLR163-C-FY (DLR163-CAL-IX)
020400         MOVE DLFISCAL-WEEK-OF-YEAR
020500             TO DLR163-C-WOY (DLR163-CAL-IX)
020600         MOVE DLFISCAL-START-DATE
020700             TO DLR163-C-START (DLR163-CAL-IX)
020800         MOVE DLFISCAL-END-DATE
020900             TO DLR163-C-END (DLR163-CAL-IX)
021000     END-IF.
021100     PERFORM 1110-READ-FISCAL-CAL.
021200 1120-EXIT.
021300     EXIT.
021400
021500*    THE FISCAL WEEK COVERING THE RUN DATE GIVES THE WEEK
021600*    RANGE; THE EARLIEST START DATE OF THAT FISCAL YEAR'S WEEKS
021700*    GIVES THE YEAR-TO-DATE START.
021800 1200-DERIVE-RANGES.
021900     COMPUTE DLR163-RUN-CYYMMDD =
022000         (DLR163-RUN-CCYY - 1900) * 10000
022100             + DLR163-RUN-MM * 100 + DLR163-RUN-DD.
022200     MOVE 'N' TO DLR163-CAL-FOUND-SW.
022300     SET DLR163-CAL-IX TO 1.
022400     SEARCH DLR163-CAL-ENTRY
022500         AT END
022600             CONTINUE
022700         WHEN DLR163-CAL-IX > DLR163-CAL-COUNT
022800             CONTINUE
022900         WHEN DLR163-C-START (DLR163-CAL-IX)
023000                 <= DLR163-RUN-CYYMMDD
023100          AND DLR163-C-END (DLR163-CAL-IX)
023200                 >= DLR163-RUN-CYYMMDD
023300             MOVE 'Y' TO DLR163-CAL-FOUND-SW
023400     END-SEARCH.
023500     IF  DLR163-CAL-FOUND
023600         MOVE DLR163-C-START (DLR163-CAL-IX) TO DLR163-WEEK-START
023700         MOVE DLR163-C-END (DLR163-CAL-IX)   TO DLR163-WEEK-END
023800         MOVE DLR163-C-FY (DLR163-CAL-IX)    TO DLR163-THIS-FY
023900         COMPUTE DLR163-FISCAL-WEEK =
024000             DLR163-C-FY (DLR163-CAL-IX) * 100
024100                 + DLR163-C-WOY (DLR163-CAL-IX)
024200         MOVE DLR163-WEEK-START TO DLR163-YEAR-START
024300         PERFORM 1210-TEST-YEAR-START
024400             VARYING DLR163-CAL-IX FROM 1 BY 1
024500             UNTIL DLR163-CAL-IX > DLR163-CAL-COUNT
024600     ELSE
024700         MOVE DLR163-RUN-CYYMMDD TO DLR163-WEEK-END
024800         COMPUTE DLR163-WORK-CCYYMMDD =
024900             FUNCTION DATE-OF-INTEGER
025000                 (FUNCTION INTEGER-OF-DATE (DLR163-RUN-CCYYMMDD)
025100                     - 6)
025200         COMPUTE DLR163-WEEK-START =
025300             DLR163-WORK-CCYYMMDD - 19000000
025400         COMPUTE DLR163-YEAR-START =
025500             (DLR163-RUN-CCYY - 1900) * 10000 + 0101
025600     END-IF.
025700 1200-EXIT.
025800     EXIT.
025900
026000 1210-TEST-YEAR-START.
026100     IF  DLR163-C-FY (DLR163-CAL-IX) = DLR163-THIS-FY
026200     AND DLR163-C-START (DLR163-CAL-IX) < DLR163-YEAR-START
026300         MOVE DLR163-C-START (DLR163-CAL-IX)
026400             TO DLR163-YEAR-START
026500     END-IF.
026600 1210-EXIT.
026700     EXIT.
026800
026900 1300-LOAD-DEPTS.
027000     OPEN INPUT DEPT-MASTER-FILE.
027100     PERFORM 1310-READ-DEPT.
027200     PERFORM 1320-STORE-ONE-DEPT
027300         UNTIL DLR163-DEPT-EOF.
027400     CLOSE DEPT-MASTER-FILE.
027500 1300-EXIT.
027600     EXIT.
027700
027800 1310-READ-DEPT.
027900     READ DEPT-MASTER-FILE
028000         AT END
028100             MOVE 'Y' TO DLR163-DEPT-EOF-SW
028200     END-READ.
028300 1310-EXIT.
028400     EXIT.
028500
028600 1320-STORE-ONE-DEPT.
028700     IF  DLR163-DEPT-COUNT < 200
028800         ADD 1 TO DLR163-DEPT-COUNT
028900         SET DLR163-DEPT-IX TO DLR163-DEPT-COUNT
029000         MOVE DLDEPTMF-DEPT-NO
029100             TO DLR163-D-DEPT-NO (DLR163-DEPT-IX)
029200         MOVE DLDEPTMF-DEPT-NAME
029300             TO DLR163-D-DEPT-NAME (DLR163-DEPT-IX)
029400         MOVE ZERO TO DLR163-D-WK-COUNT (DLR163-DEPT-IX)
029500         MOVE ZERO TO DLR163-D-WK-UNITS (DLR163-DEPT-IX)
029600         MOVE ZERO TO DLR163-D-WK-VALUE (DLR163-DEPT-IX)
029700         MOVE ZERO TO DLR163-D-YTD-UNITS (DLR163-DEPT-IX)
029800         MOVE ZERO TO DLR163-D-YTD-VALUE (DLR163-DEPT-IX)
029900     END-IF.
030000     PERFORM 1310-READ-DEPT.
030100 1320-EXIT.
030200     EXIT.
030300
030400 2000-BUCKET-ONE-MARKDOWN.
030500     IF  DLMKDREG-TAKEN
030600     AND DLMKDREG-TAKEN-DATE >= DLR163-YEAR-START
030700     AND DLMKDREG-TAKEN-DATE <= DLR163-WEEK-END
030800         MOVE DLMKDREG-DEPT-NO TO DLR163-W-DEPT-NO
030900         PERFORM 2200-FIND-DEPT
031000         IF  DLR163-DEPT-FOUND
031100             ADD DLMKDREG-UNITS-MARKED
031200                 TO DLR163-D-YTD-UNITS (DLR163-DEPT-IX)
031300             ADD DLMKDREG-MARKDOWN-VALUE
031400                 TO DLR163-D-YTD-VALUE (DLR163-DEPT-IX)
031500             IF  DLMKDREG-TAKEN-DATE >= DLR163-WEEK-START
031600                 ADD 1 TO DLR163-D-WK-COUNT (DLR163-DEPT-IX)
031700                 ADD DLMKDREG-UNITS-MARKED
031800                     TO DLR163-D-WK-UNITS (DLR163-DEPT-IX)
031900                 ADD DLMKDREG-MARKDOWN-VALUE
032000                     TO DLR163-D-WK-VALUE (DLR163-DEPT-IX)
032100             END-IF
032200         ELSE
032300             ADD 1 TO DLR163-UNKNOWN-DEPTS
032400         END-IF
032500     END-IF.
032600     PERFORM 2100-READ-REGISTER.
032700 2000-EXIT.
032800     EXIT.
032900
033000 2100-READ-REGISTER.
033100     READ REGISTER-FILE NEXT RECORD
033200         AT END
033300             MOVE 'Y' TO DLR163-REG-EOF-SW
033400     END-READ.
033500 2100-EXIT.
033600     EXIT.
033700
033800 2200-FIND-DEPT.
033900     MOVE 'N' TO DLR163-DEPT-FOUND-SW.
034000     SET DLR163-DEPT-IX TO 1.
034100     SEARCH DLR163-DEPT-ENTRY
034200         AT END
034300             CONTINUE
034400         WHEN DLR163-DEPT-IX > DLR163-DEPT-COUNT
034500             CONTINUE
034600         WHEN DLR163-D-DEPT-NO (DLR163-DEPT-IX)
034700                 = DLR163-W-DEPT-NO
034800             MOVE 'Y' TO DLR163-DEPT-FOUND-SW
034900     END-SEARCH.
035000 2200-EXIT.
035100     EXIT.
035200
035300 3000-PRINT-REPORT.
035400     PERFORM 3100-PRINT-ONE-DEPT
035500         VARYING DLR163-DEPT-IX FROM 1 BY 1
035600         UNTIL DLR163-DEPT-IX > DLR163-DEPT-COUNT.
035700     MOVE DLR163-T-WK-COUNT  TO DLR163-X-COUNT.
035800     MOVE DLR163-T-WK-UNITS  TO DLR163-X-WK-UNITS.
035900     MOVE DLR163-T-WK-VALUE  TO DLR163-X-WK-VALUE.
036000     MOVE DLR163-T-YTD-UNITS TO DLR163-X-YTD-UNITS.
036100     MOVE DLR163-T-YTD-VALUE TO DLR163-X-YTD-VALUE.
036200     WRITE WEEKLY-LINE FROM DLR163-TOTAL-LINE.
036300 3000-EXIT.
036400     EXIT.
036500
036600 3100-PRINT-ONE-DEPT.
036700     IF  DLR163-D-YTD-VALUE (DLR163-DEPT-IX) NOT = ZERO
036800     OR  DLR163-D-YTD-UNITS (DLR163-DEPT-IX) NOT = ZERO
036900         MOVE DLR163-D-DEPT-NO (DLR163-DEPT-IX)
037000             TO DLR163-L-DEPT
037100         MOVE DLR163-D-DEPT-NAME (DLR163-DEPT-IX)
037200             TO DLR163-L-NAME
037300         MOVE DLR163-D-WK-COUNT (DLR163-DEPT-IX)
037400             TO DLR163-L-COUNT
037500         MOVE DLR163-D-WK-UNITS (DLR163-DEPT-IX)
037600             TO DLR163-L-WK-UNITS
037700         MOVE DLR163-D-WK-VALUE (DLR163-DEPT-IX)
037800             TO DLR163-L-WK-VALUE
037900         MOVE DLR163-D-YTD-UNITS (DLR163-DEPT-IX)
038000             TO DLR163-L-YTD-UNITS
038100         MOVE DLR163-D-YTD-VALUE (DLR163-DEPT-IX)
038200             TO DLR163-L-YTD-VALUE
038300         WRITE WEEKLY-LINE FROM DLR163-DETAIL-LINE
038400         ADD DLR163-D-WK-COUNT (DLR163-DEPT-IX)
038500             TO DLR163-T-WK-COUNT
038600         ADD DLR163-D-WK-UNITS (DLR163-DEPT-IX)
038700             TO DLR163-T-WK-UNITS
038800         ADD DLR163-D-WK-VALUE (DLR163-DEPT-IX)
038900             TO DLR163-T-WK-VALUE
039000         ADD DLR163-D-YTD-UNITS (DLR163-DEPT-IX)
039100             TO DLR163-T-YTD-UNITS
039200         ADD DLR163-D-YTD-VALUE (DLR163-DEPT-IX)
039300             TO DLR163-T-YTD-VALUE
039400     END-IF.
039500 3100-EXIT.
039600     EXIT.
039700
039800 9000-TERMINATE.
039900     DISPLAY 'DLR163 WEEK MARKDOWNS    = ' DLR163-T-WK-COUNT.
040000     DISPLAY 'DLR163 UNKNOWN DEPTS     = ' DLR163-UNKNOWN-DEPTS.
040100     CLOSE REGISTER-FILE
040200           WEEKLY-REPORT.
040300 9000-EXIT.
040400     EXIT.
