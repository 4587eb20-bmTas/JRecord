000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR201.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR201 - MONTH-END GOODS RECEIVED NOT INVOICED ACCRUAL       *
001000*                                                                *
001100*   RUN IN THE FIRST DAYS OF A NEW FISCAL PERIOD. THE CUT-OFF    *
001200*   IS THE LAST DAY OF THE PERIOD JUST CLOSED, TAKEN FROM THE    *
001300*   DLFISCAL CALENDAR (THE LAST DAY OF THE PRIOR CALENDAR        *
001400*   MONTH IF THE RUN DATE IS OFF THE CALENDAR). EVERY DLRCVHST   *
001500*   RECEIPT HEADER RECEIVED ON OR BEFORE THE CUT-OFF IS TAKEN,   *
001600*   LESS THOSE SETTLED THROUGH ERS (DLR122), THOSE MATCHED TO A  *
001700*   VENDOR INVOICE BY DLR123 ON OR BEFORE THE CUT-OFF AND THOSE  *
001800*   REVERSED BY DLR195. WHAT IS LEFT IS VALUED AT RECEIPT COST - *
001900*   RECEIVED QUANTITY TIMES UNIT COST ON EACH STORE ALLOCATION   *
001950*   ROW, THE DEPARTMENT COMING FROM DLFCSTMF BY KEYCODE AND      *
002000*   STORE. A RECEIPT LOADED BEFORE DLRCVHST CARRIED UNIT COSTS   *
002050*   IS VALUED AT ITS HEADER RECEIPT AMOUNT UNDER DEPARTMENT 000. *
002100*   LINES FOR A KEYCODE ON A DLCONSAG CONSIGNMENT AGREEMENT AT   *
002150*   THE RECEIPT DATE ARE LEFT OUT - THE VENDOR OWNS THAT STOCK   *
002200*   AND IS PAID ON SELL-THROUGH BY DLR231 - AND A RECEIPT OF     *
002250*   NOTHING BUT CONSIGNMENT LINES IS NOT ACCRUED AT ALL.         *
002300*   THE ACCRUAL IS REPORTED BY VENDOR AND DEPARTMENT AND         *
002400*   JOURNALLED BY DEPARTMENT - DEBIT GOODS RECEIVED, CREDIT      *
002500*   GRNI ACCRUAL, DATED THE CUT-OFF - WITH THE MIRROR PAIR       *
002600*   DATED THE FIRST DAY OF THE NEXT PERIOD SO THE ACCRUAL        *
002700*   REVERSES ITSELF. RECEIPTS STILL UNINVOICED MORE THAN 30      *
002800*   DAYS AT THE CUT-OFF ARE LISTED IN 31-60, 61-90 AND OVER 90   *
002900*   DAY BANDS FOR ACCOUNTS PAYABLE TO CHASE; ANY OVER 90 DAYS,   *
003000*   OR ANY HEADER WITHOUT A USABLE RECEIPT DATE, ENDS THE RUN    *
003100*   WITH RETURN CODE 4.                                          *
003200*                                                                *
003300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003400*  ---|----------|------------------------------|------------    *
003500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003550*  02 | 15/10/26 | CONSIGNMENT STOCK LEFT OUT   | R. GEALL       *
003570*     |          | OF THE GRNI ACCRUAL          |                *
003580*  03 | 15/10/26 | DLRCVHST ALTERNATE KEYS ON   | R. GEALL       *
003590*     |          | KEYCODE AND ORDER NUMBER     |                *
003600*                                                                *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
004500                              ORGANIZATION IS INDEXED
004600                              ACCESS MODE IS DYNAMIC
004700                              RECORD KEY IS DLRCVHST-KEY
004710                              ALTERNATE RECORD KEY IS
004720                                  DLRCVHST-KEYCODE-NO
004730                                  WITH DUPLICATES
004740                              ALTERNATE RECORD KEY IS
004750                                  DLRCVHST-ORDER-NO
004760                                  WITH DUPLICATES.
004800     SELECT FORECAST-MASTER   ASSIGN TO DLFCSTMF
004850                              ORGANIZATION IS INDEXED
004900                              ACCESS MODE IS RANDOM
004950                              RECORD KEY IS DLFCSTMF-KEY.
005000     SELECT CONSIGN-MASTER    ASSIGN TO DLCONSAG
005050                              ORGANIZATION IS INDEXED
005100                              ACCESS MODE IS RANDOM
005150                              RECORD KEY IS DLCONSAG-KEYCODE-NO.
005200     SELECT FISCAL-CAL-FILE   ASSIGN TO DLFISCAL
005300                              ORGANIZATION IS SEQUENTIAL.
005400     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLGN
005500                              ORGANIZATION IS SEQUENTIAL.
005600     SELECT GRNI-REPORT       ASSIGN TO GRNIRPT
005700                              ORGANIZATION IS SEQUENTIAL.
005800     SELECT AGED-REPORT       ASSIGN TO GRNIAGED
005900                              ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  HISTORY-MASTER
006300     LABEL RECORDS ARE STANDARD.
006400 01  DLRCVHST-RECORD.
006500     COPY DLRCVHST.
006600 FD  FORECAST-MASTER
006650     LABEL RECORDS ARE STANDARD.
006700 01  DLFCSTMF-RECORD.
006750     COPY DLFCSTMF.
006800 FD  CONSIGN-MASTER
006850     LABEL RECORDS ARE STANDARD.
006900 01  DLCONSAG-RECORD.
006950     COPY DLCONSAG.
007000 FD  FISCAL-CAL-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  DLFISCAL-RECORD.
007400     COPY DLFISCAL.
007500 FD  GL-JOURNAL-FILE
007600     LABEL RECORDS ARE STANDARD.
007700 01  DLGLJRNL-RECORD.
007800     COPY DLGLJRNL.
007900 FD  GRNI-REPORT
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  GRNI-LINE                   PIC X(132).
008300 FD  AGED-REPORT
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  AGED-LINE                   PIC X(132).
008700 WORKING-STORAGE SECTION.
008800 01  DLR201-SWITCHES.
008900     05  DLR201-HIST-EOF-SW       PIC X(01)  VALUE 'N'.
009000         88  DLR201-HIST-EOF                 VALUE 'Y'.
009100     05  DLR201-CAL-EOF-SW        PIC X(01)  VALUE 'N'.
009200         88  DLR201-CAL-EOF                  VALUE 'Y'.
009300     05  DLR201-CAL-FOUND-SW      PIC X(01)  VALUE 'N'.
009400         88  DLR201-CAL-FOUND                VALUE 'Y'.
009500     05  DLR201-IN-RECEIPT-SW     PIC X(01)  VALUE 'N'.
009600         88  DLR201-IN-RECEIPT               VALUE 'Y'.
009700     05  DLR201-DATE-OK-SW        PIC X(01)  VALUE 'N'.
009800         88  DLR201-DATE-OK                  VALUE 'Y'.
009900     05  DLR201-SWAPPED-SW        PIC X(01)  VALUE 'N'.
009950         88  DLR201-SWAPPED                  VALUE 'Y'.
010000     05  DLR201-CONSIGN-SW        PIC X(01)  VALUE 'N'.
010050         88  DLR201-CONSIGN-LINE             VALUE 'Y'.
010100 01  DLR201-CONSTANTS.
010200     05  DLR201-STOCK-ACCT        PIC X(08)  VALUE 'GRNSTK01'.
010300     05  DLR201-ACCRUAL-ACCT      PIC X(08)  VALUE 'GRNACC01'.
010400     05  DLR201-COST-CENTRE       PIC X(06)  VALUE 'GRNI  '.
010500 01  DLR201-RUN-DATE-FIELDS.
010600     05  DLR201-RUN-CCYYMMDD      PIC 9(08)  VALUE ZERO.
010700     05  DLR201-RUN-PARTS REDEFINES DLR201-RUN-CCYYMMDD.
010800         10  DLR201-RUN-CCYYMM    PIC 9(06).
010900         10  DLR201-RUN-DD        PIC 9(02).
011000     05  DLR201-RUN-CYYMMDD       PIC S9(07)   COMP-3.
011100*    THE CUT-OFF IS THE LAST DAY OF THE CLOSED PERIOD AND THE
011200*    REVERSAL DATE THE FIRST DAY OF THE PERIOD AFTER IT, EACH
011300*    HELD IN CCYYMMDD AND IN THE CALENDAR'S CYYMMDD FORM.
011400 01  DLR201-PERIOD-FIELDS.
011500     05  DLR201-CURR-FY           PIC 9(04)  VALUE ZERO.
011600     05  DLR201-CURR-PERIOD       PIC 9(02)  VALUE ZERO.
011700     05  DLR201-PERIOD-START      PIC S9(07)   COMP-3.
011800     05  DLR201-CUT-OFF-CYYMMDD   PIC S9(07)   COMP-3.
011900     05  DLR201-REVERSE-CYYMMDD   PIC S9(07)   COMP-3.
012000     05  DLR201-CUT-OFF-CCYYMMDD  PIC 9(08)  VALUE ZERO.
012100     05  DLR201-REVERSE-CCYYMMDD  PIC 9(08)  VALUE ZERO.
012200 01  DLR201-DATE-WORK.
012300     05  DLR201-DATE-X10          PIC X(10).
012400     05  DLR201-DATE-PARTS REDEFINES DLR201-DATE-X10.
012500         10  DLR201-X-DD          PIC 9(02).
012600         10  FILLER               PIC X(01).
012700         10  DLR201-X-MM          PIC 9(02).
012800         10  FILLER               PIC X(01).
012900         10  DLR201-X-CCYY        PIC 9(04).
013000     05  DLR201-CCYYMMDD          PIC 9(08).
013100 01  DLR201-CAL-CONTROL.
013200     05  DLR201-CAL-COUNT         PIC S9(04)  COMP  VALUE ZERO.
013300 01  DLR201-CAL-TABLE.
013400     05  DLR201-CAL-ENTRY OCCURS 500 TIMES
013500                          INDEXED BY DLR201-CAL-IX.
013600         10  DLR201-C-FY          PIC 9(04).
013700         10  DLR201-C-PERIOD      PIC 9(02).
013800         10  DLR201-C-START       PIC S9(07)   COMP-3.
013900         10  DLR201-C-END         PIC S9(07)   COMP-3.
014000*    THE RECEIPT WHOSE HEADER WAS LAST READ; ITS ALLOCATION ROWS
014100*    FOLLOW IT IN KEY ORDER.
014200 01  DLR201-CURR-RECEIPT.
014300     05  DLR201-R-RECEIPT-LOCN    PIC 9(04).
014400     05  DLR201-R-RECEIPT-NO      PIC 9(09).
014500     05  DLR201-R-SUP-ID          PIC 9(08).
014600     05  DLR201-R-RECEIPT-DATE    PIC X(10).
014700     05  DLR201-R-CCYYMMDD        PIC 9(08).
014800     05  DLR201-R-ORDER-NO        PIC X(12).
014900     05  DLR201-R-INVOICE-NO      PIC X(20).
015000     05  DLR201-R-HDR-AMT         PIC 9(7)V9(2).
015100     05  DLR201-R-VALUE           PIC S9(09)V99 COMP-3.
015150     05  DLR201-R-CONSIGN-LINES   PIC 9(05)     COMP-3.
015200 01  DLR201-WORK-FIELDS.
015300     05  DLR201-LINE-VALUE        PIC S9(09)V99 COMP-3.
015400     05  DLR201-DEPT-NO           PIC 9(03).
015500     05  DLR201-DAYS              PIC S9(05)  COMP.
015600     05  DLR201-DEPT-SUB          PIC S9(04)  COMP.
015700     05  DLR201-SORT-TOP          PIC S9(04)  COMP.
015800     05  DLR201-PREV-SUP-ID       PIC 9(08).
015900     05  DLR201-VENDOR-AMT        PIC S9(11)V99 COMP-3.
016000*    ACCRUAL BY VENDOR AND DEPARTMENT, SORTED FOR PRINTING.
016100 01  DLR201-VD-CONTROL.
016200     05  DLR201-VD-COUNT          PIC S9(04)  COMP  VALUE ZERO.
016300 01  DLR201-VD-TABLE.
016400     05  DLR201-VD-ENTRY OCCURS 5000 TIMES
016500                         INDEXED BY DLR201-VD-IX.
016600         10  DLR201-V-KEY.
016700             15  DLR201-V-SUP-ID  PIC 9(08).
016800             15  DLR201-V-DEPT-NO PIC 9(03).
016900         10  DLR201-V-AMOUNT      PIC S9(11)V99 COMP-3.
017000 01  DLR201-VD-HOLD               PIC X(18).
017100*    ACCRUAL BY DEPARTMENT, SUBSCRIPTED BY DEPARTMENT NUMBER
017200*    PLUS ONE SO IT IS ALREADY IN DEPARTMENT ORDER.
017300 01  DLR201-DEPT-TABLE.
017400     05  DLR201-DEPT-AMOUNT OCCURS 1000 TIMES
017500                                  PIC S9(11)V99 COMP-3.
017600 01  DLR201-AGE-BANDS.
017700     05  DLR201-AGE-30-COUNT      PIC 9(07)  VALUE ZERO.
017800     05  DLR201-AGE-30-AMT        PIC S9(11)V99 COMP-3
017900                                             VALUE ZERO.
018000     05  DLR201-AGE-60-COUNT      PIC 9(07)  VALUE ZERO.
018100     05  DLR201-AGE-60-AMT        PIC S9(11)V99 COMP-3
018200                                             VALUE ZERO.
018300     05  DLR201-AGE-90-COUNT      PIC 9(07)  VALUE ZERO.
018400     05  DLR201-AGE-90-AMT        PIC S9(11)V99 COMP-3
018500                                             VALUE ZERO.
018600     05  DLR201-AGE-OVER-COUNT    PIC 9(07)  VALUE ZERO.
018700     05  DLR201-AGE-OVER-AMT      PIC S9(11)V99 COMP-3
018800                                             VALUE ZERO.
018900 01  DLR201-COUNTERS.
019000     05  DLR201-HEADERS-READ      PIC 9(07)  VALUE ZERO.
019100     05  DLR201-ALLOCS-VALUED     PIC 9(07)  VALUE ZERO.
019200     05  DLR201-AFTER-CUT-OFF     PIC 9(07)  VALUE ZERO.
019300     05  DLR201-ERS-SETTLED       PIC 9(07)  VALUE ZERO.
019400     05  DLR201-INV-MATCHED       PIC 9(07)  VALUE ZERO.
019500     05  DLR201-REVERSED          PIC 9(07)  VALUE ZERO.
019600     05  DLR201-UNDATED           PIC 9(07)  VALUE ZERO.
019700     05  DLR201-ACCRUED           PIC 9(07)  VALUE ZERO.
019800     05  DLR201-HDR-VALUED        PIC 9(07)  VALUE ZERO.
019900     05  DLR201-NO-DEPT           PIC 9(07)  VALUE ZERO.
019950     05  DLR201-VD-DROPPED        PIC 9(07)  VALUE ZERO.
020000     05  DLR201-CONSIGN-LINES     PIC 9(07)  VALUE ZERO.
020050     05  DLR201-CONSIGN-RCPTS     PIC 9(07)  VALUE ZERO.
020100     05  DLR201-JOURNALS-WRITTEN  PIC 9(07)  VALUE ZERO.
020200 01  DLR201-TOTALS.
020300     05  DLR201-T-ACCRUED         PIC S9(11)V99 COMP-3
020400                                             VALUE ZERO.
020500     05  DLR201-T-JRNL-DEBITS     PIC S9(11)V99 COMP-3
020600                                             VALUE ZERO.
020700     05  DLR201-T-JRNL-CREDITS    PIC S9(11)V99 COMP-3
020800                                             VALUE ZERO.
020900 01  DLR201-HEADING-1.
021000     05  FILLER                   PIC X(53)  VALUE
021100         'DLR201 - GRNI ACCRUAL BY VENDOR AND DEPARTMENT   RUN '.
021200     05  DLR201-H-RUN-DATE        PIC 9(08).
021300 01  DLR201-AGED-HEADING-1.
021400     05  FILLER                   PIC X(53)  VALUE
021500         'DLR201 - GRNI AGED UNINVOICED RECEIPTS           RUN '.
021600     05  DLR201-AH-RUN-DATE       PIC 9(08).
021700 01  DLR201-HEADING-2.
021800     05  FILLER                   PIC X(09)  VALUE 'CUT-OFF  '.
021900     05  DLR201-H-CUT-OFF         PIC 9(08).
022000     05  FILLER                   PIC X(14)  VALUE
022100         '   REVERSES   '.
022200     05  DLR201-H-REVERSE         PIC 9(08).
022300 01  DLR201-HEADING-3.
022400     05  FILLER                   PIC X(40)  VALUE
022500         'SUPPLIER  DEPT          ACCRUED         '.
022600 01  DLR201-DEPT-HEADING.
022700     05  FILLER                   PIC X(40)  VALUE
022800         'DEPARTMENT SUMMARY      ACCRUED         '.
022900 01  DLR201-AGED-HEADING-3.
023000     05  FILLER                   PIC X(40)  VALUE
023100         'DC   RECEIPT   SUPPLIER  RECEIVED    ORD'.
023200     05  FILLER                   PIC X(40)  VALUE
023300         'ER NO     INVOICE NO            DAYS  BA'.
023400     05  FILLER                   PIC X(20)  VALUE
023500         'ND        RCPT COST '.
023600 01  DLR201-VD-LINE.
023700     05  DLR201-L-SUP-ID          PIC 9(08).
023800     05  FILLER                   PIC X(02)  VALUE SPACES.
023900     05  DLR201-L-DEPT-NO         PIC 9(03).
024000     05  FILLER                   PIC X(02)  VALUE SPACES.
024100     05  DLR201-L-AMOUNT          PIC -ZZZZZZZZZZ9.99.
024200 01  DLR201-VENDOR-TOTAL-LINE.
024300     05  FILLER                   PIC X(15)  VALUE
024400         '  VENDOR TOTAL'.
024500     05  DLR201-VT-AMOUNT         PIC -ZZZZZZZZZZ9.99.
024600 01  DLR201-DEPT-LINE.
024700     05  FILLER                   PIC X(10)  VALUE 'DEPT'.
024800     05  DLR201-DL-DEPT-NO        PIC 9(03).
024900     05  FILLER                   PIC X(02)  VALUE SPACES.
025000     05  DLR201-DL-AMOUNT         PIC -ZZZZZZZZZZ9.99.
025100 01  DLR201-AGED-LINE.
025200     05  DLR201-A-RECEIPT-LOCN    PIC 9(04).
025300     05  FILLER                   PIC X(01)  VALUE SPACE.
025400     05  DLR201-A-RECEIPT-NO      PIC 9(09).
025500     05  FILLER                   PIC X(01)  VALUE SPACE.
025600     05  DLR201-A-SUP-ID          PIC 9(08).
025700     05  FILLER                   PIC X(02)  VALUE SPACES.
025800     05  DLR201-A-RECEIPT-DATE    PIC X(10).
025900     05  FILLER                   PIC X(02)  VALUE SPACES.
026000     05  DLR201-A-ORDER-NO        PIC X(12).
026100     05  FILLER                   PIC X(01)  VALUE SPACE.
026200     05  DLR201-A-INVOICE-NO      PIC X(20).
026300     05  FILLER                   PIC X(01)  VALUE SPACE.
026400     05  DLR201-A-DAYS            PIC ZZZZ9.
026500     05  FILLER                   PIC X(02)  VALUE SPACES.
026600     05  DLR201-A-BAND            PIC X(07).
026700     05  FILLER                   PIC X(01)  VALUE SPACE.
026800     05  DLR201-A-AMOUNT          PIC -ZZZZZZZZ9.99.
026900 01  DLR201-TOTAL-LINE.
027000     05  DLR201-T-LABEL           PIC X(40).
027100     05  DLR201-T-COUNT           PIC ZZZZZZZZ9.
027200     05  FILLER                   PIC X(02)  VALUE SPACES.
027300     05  DLR201-T-AMOUNT          PIC -ZZZZZZZZZZ9.99.
027400 01  DLR201-BLANK-LINE            PIC X(01)  VALUE SPACE.
027500 PROCEDURE DIVISION.
027600 0000-MAINLINE.
027700     PERFORM 1000-INITIALIZE.
027800     PERFORM 2000-PROCESS-ROW
027900         UNTIL DLR201-HIST-EOF.
028000     IF  DLR201-IN-RECEIPT
028100         PERFORM 2300-CLOSE-RECEIPT
028200     END-IF.
028300     PERFORM 3000-SORT-VENDOR-DEPT.
028400     PERFORM 4000-PRINT-ACCRUAL.
028500     PERFORM 5000-POST-JOURNAL.
028600     PERFORM 8000-PRINT-TOTALS.
028700     PERFORM 9000-TERMINATE.
028800     STOP RUN.
028900
029000 1000-INITIALIZE.
029100     OPEN INPUT  HISTORY-MASTER.
029200     OPEN INPUT  FORECAST-MASTER.
029250     OPEN INPUT  CONSIGN-MASTER.
029300     OPEN OUTPUT GL-JOURNAL-FILE.
029400     OPEN OUTPUT GRNI-REPORT.
029500     OPEN OUTPUT AGED-REPORT.
029600     ACCEPT DLR201-RUN-CCYYMMDD FROM DATE YYYYMMDD.
029700     COMPUTE DLR201-RUN-CYYMMDD =
029800         DLR201-RUN-CCYYMMDD - 19000000.
029900     PERFORM 1050-CLEAR-ONE-DEPT
030000         VARYING DLR201-DEPT-SUB FROM 1 BY 1
030100         UNTIL DLR201-DEPT-SUB > 1000.
030200     OPEN INPUT FISCAL-CAL-FILE.
030300     PERFORM 1100-LOAD-FISCAL-CAL.
030400     PERFORM 1200-SET-CUT-OFF.
030500     DISPLAY 'DLR201 GRNI CUT-OFF      = '
030600         DLR201-CUT-OFF-CCYYMMDD.
030700     MOVE DLR201-RUN-CCYYMMDD     TO DLR201-H-RUN-DATE.
030800     MOVE DLR201-RUN-CCYYMMDD     TO DLR201-AH-RUN-DATE.
030900     MOVE DLR201-CUT-OFF-CCYYMMDD TO DLR201-H-CUT-OFF.
031000     MOVE DLR201-REVERSE-CCYYMMDD TO DLR201-H-REVERSE.
031100     WRITE GRNI-LINE FROM DLR201-HEADING-1.
031200     WRITE GRNI-LINE FROM DLR201-HEADING-2.
031300     WRITE GRNI-LINE FROM DLR201-BLANK-LINE.
031400     WRITE GRNI-LINE FROM DLR201-HEADING-3.
031500     WRITE AGED-LINE FROM DLR201-AGED-HEADING-1.
031600     WRITE AGED-LINE FROM DLR201-HEADING-2.
031700     WRITE AGED-LINE FROM DLR201-BLANK-LINE.
031800     WRITE AGED-LINE FROM DLR201-AGED-HEADING-3.
031900     MOVE LOW-VALUES TO DLRCVHST-KEY.
032000     START HISTORY-MASTER KEY NOT < DLRCVHST-KEY
032100         INVALID KEY
032200             MOVE 'Y' TO DLR201-HIST-EOF-SW
032300     END-START.
032400     IF  NOT DLR201-HIST-EOF
032500         PERFORM 2100-READ-HISTORY
032600     END-IF.
032700 1000-EXIT.
032800     EXIT.
032900
033000 1050-CLEAR-ONE-DEPT.
033100     MOVE ZERO TO DLR201-DEPT-AMOUNT (DLR201-DEPT-SUB).
033200 1050-EXIT.
033300     EXIT.
033400
033500 1100-LOAD-FISCAL-CAL.
033600     PERFORM 1110-READ-FISCAL-CAL.
033700     PERFORM 1120-STORE-ONE-WEEK
033800         UNTIL DLR201-CAL-EOF.
033900     CLOSE FISCAL-CAL-FILE.
034000 1100-EXIT.
034100     EXIT.
034200
034300 1110-READ-FISCAL-CAL.
034400     READ FISCAL-CAL-FILE
034500         AT END
034600             MOVE 'Y' TO DLR201-CAL-EOF-SW
034700     END-READ.
034800 1110-EXIT.
034900     EXIT.
035000
035100 1120-STORE-ONE-WEEK.
035200     IF  DLR201-CAL-COUNT < 500
035300         ADD 1 TO DLR201-CAL-COUNT
035400         SET DLR201-CAL-IX TO DLR201-CAL-COUNT
035500         MOVE DLFISCAL-FISCAL-YEAR
035600             TO DLR201-C-FY (DLR201-CAL-IX)
035700         MOVE DLFISCAL-PERIOD-NO
035800             TO DLR201-C-PERIOD (DLR201-CAL-IX)
035900         MOVE DLFISCAL-START-DATE
036000             TO DLR201-C-START (DLR201-CAL-IX)
036100         MOVE DLFISCAL-END-DATE
036200             TO DLR201-C-END (DLR201-CAL-IX)
036300     END-IF.
036400     PERFORM 1110-READ-FISCAL-CAL.
036500 1120-EXIT.
036600     EXIT.
036700
036800*    THE PERIOD NOW OPEN IS THE ONE WHOSE WEEK COVERS THE RUN
036900*    DATE. ITS FIRST DAY IS THE REVERSAL DATE, AND THE LATEST
037000*    WEEK ENDING BEFORE THAT DAY CLOSES THE PERIOD BEING
037100*    ACCRUED. OFF THE CALENDAR, CALENDAR MONTHS ARE USED.
037200 1200-SET-CUT-OFF.
037300     MOVE ZERO TO DLR201-CUT-OFF-CYYMMDD.
037400     MOVE 'N' TO DLR201-CAL-FOUND-SW.
037500     SET DLR201-CAL-IX TO 1.
037600     SEARCH DLR201-CAL-ENTRY
037700         AT END
037800             CONTINUE
037900         WHEN DLR201-CAL-IX > DLR201-CAL-COUNT
038000             CONTINUE
038100         WHEN DLR201-C-START (DLR201-CAL-IX)
038200                 <= DLR201-RUN-CYYMMDD
038300          AND DLR201-C-END (DLR201-CAL-IX)
038400                 >= DLR201-RUN-CYYMMDD
038500             MOVE 'Y' TO DLR201-CAL-FOUND-SW
038600             MOVE DLR201-C-FY (DLR201-CAL-IX)
038700                 TO DLR201-CURR-FY
038800             MOVE DLR201-C-PERIOD (DLR201-CAL-IX)
038900                 TO DLR201-CURR-PERIOD
039000     END-SEARCH.
039100     IF  DLR201-CAL-FOUND
039200         MOVE DLR201-RUN-CYYMMDD TO DLR201-PERIOD-START
039300         PERFORM 1210-TEST-PERIOD-START
039400             VARYING DLR201-CAL-IX FROM 1 BY 1
039500             UNTIL DLR201-CAL-IX > DLR201-CAL-COUNT
039600         PERFORM 1220-TEST-PRIOR-END
039700             VARYING DLR201-CAL-IX FROM 1 BY 1
039800             UNTIL DLR201-CAL-IX > DLR201-CAL-COUNT
039900     END-IF.
040000     IF  DLR201-CUT-OFF-CYYMMDD > ZERO
040100         MOVE DLR201-PERIOD-START TO DLR201-REVERSE-CYYMMDD
040200         COMPUTE DLR201-CUT-OFF-CCYYMMDD =
040300             DLR201-CUT-OFF-CYYMMDD + 19000000
040400         COMPUTE DLR201-REVERSE-CCYYMMDD =
040500             DLR201-REVERSE-CYYMMDD + 19000000
040600     ELSE
040700         DISPLAY 'DLR201 RUN DATE NOT ON DLFISCAL - '
040800             'CALENDAR MONTH END USED'
040900         COMPUTE DLR201-REVERSE-CCYYMMDD =
041000             DLR201-RUN-CCYYMM * 100 + 1
041100         COMPUTE DLR201-CUT-OFF-CCYYMMDD =
041200             FUNCTION DATE-OF-INTEGER
041300                 (FUNCTION INTEGER-OF-DATE
041400                     (DLR201-REVERSE-CCYYMMDD) - 1)
041500         COMPUTE DLR201-CUT-OFF-CYYMMDD =
041600             DLR201-CUT-OFF-CCYYMMDD - 19000000
041700         COMPUTE DLR201-REVERSE-CYYMMDD =
041800             DLR201-REVERSE-CCYYMMDD - 19000000
041900     END-IF.
042000 1200-EXIT.
042100     EXIT.
042200
042300 1210-TEST-PERIOD-START.
042400     IF  DLR201-C-FY (DLR201-CAL-IX) = DLR201-CURR-FY
042500     AND DLR201-C-PERIOD (DLR201-CAL-IX) = DLR201-CURR-PERIOD
042600     AND DLR201-C-START (DLR201-CAL-IX) < DLR201-PERIOD-START
042700         MOVE DLR201-C-START (DLR201-CAL-IX)
042800             TO DLR201-PERIOD-START
042900     END-IF.
043000 1210-EXIT.
043100     EXIT.
043200
043300 1220-TEST-PRIOR-END.
043400     IF  DLR201-C-END (DLR201-CAL-IX) < DLR201-PERIOD-START
043500     AND DLR201-C-END (DLR201-CAL-IX) > DLR201-CUT-OFF-CYYMMDD
043600         MOVE DLR201-C-END (DLR201-CAL-IX)
043700             TO DLR201-CUT-OFF-CYYMMDD
043800     END-IF.
043900 1220-EXIT.
044000     EXIT.
044100
044200*    A HEADER ROW (STORE ZERO) SORTS AHEAD OF ITS ALLOCATION
044300*    ROWS, SO EACH HEADER CLOSES OFF THE RECEIPT BEFORE IT.
044400 2000-PROCESS-ROW.
044500     IF  DLRCVHST-HEADER-ROW
044600         IF  DLR201-IN-RECEIPT
044700             PERFORM 2300-CLOSE-RECEIPT
044800         END-IF
044900         PERFORM 2200-OPEN-RECEIPT
045000     ELSE
045100         IF  DLR201-IN-RECEIPT
045200         AND DLRCVHST-RECEIPT-LOCN = DLR201-R-RECEIPT-LOCN
045300         AND DLRCVHST-RECEIPT-NO = DLR201-R-RECEIPT-NO
045400             PERFORM 2400-VALUE-ALLOCATION
045500         END-IF
045600     END-IF.
045700     PERFORM 2100-READ-HISTORY.
045800 2000-EXIT.
045900     EXIT.
046000
046100 2100-READ-HISTORY.
046200     READ HISTORY-MASTER NEXT RECORD
046300         AT END
046400             MOVE 'Y' TO DLR201-HIST-EOF-SW
046500     END-READ.
046600 2100-EXIT.
046700     EXIT.
046800
046900*    AN INVOICE MATCHED AFTER THE CUT-OFF WAS STILL OUTSTANDING
047000*    AT THE CUT-OFF, SO ITS RECEIPT IS ACCRUED.
047100 2200-OPEN-RECEIPT.
047200     MOVE 'N' TO DLR201-IN-RECEIPT-SW.
047300     ADD 1 TO DLR201-HEADERS-READ.
047400     MOVE DLRCVHST-RECEIPT-DATE TO DLR201-DATE-X10.
047500     PERFORM 2250-CONVERT-DATE.
047600     EVALUATE TRUE
047700         WHEN DLRCVHST-REVERSED
047800             ADD 1 TO DLR201-REVERSED
047900         WHEN DLRCVHST-ERS-STATUS = 'Y'
048000             ADD 1 TO DLR201-ERS-SETTLED
048100         WHEN DLRCVHST-INV-MATCHED
048200         AND  DLRCVHST-MATCH-DATE
048300                 NOT > DLR201-CUT-OFF-CCYYMMDD
048400             ADD 1 TO DLR201-INV-MATCHED
048500         WHEN NOT DLR201-DATE-OK
048600             ADD 1 TO DLR201-UNDATED
048700             DISPLAY 'DLR201 NO RECEIPT DATE - DC '
048800                 DLRCVHST-RECEIPT-LOCN ' RECEIPT '
048900                 DLRCVHST-RECEIPT-NO
049000         WHEN DLR201-CCYYMMDD > DLR201-CUT-OFF-CCYYMMDD
049100             ADD 1 TO DLR201-AFTER-CUT-OFF
049200         WHEN OTHER
049300             MOVE 'Y' TO DLR201-IN-RECEIPT-SW
049400             MOVE DLRCVHST-RECEIPT-LOCN TO DLR201-R-RECEIPT-LOCN
049500             MOVE DLRCVHST-RECEIPT-NO   TO DLR201-R-RECEIPT-NO
049600             MOVE DLRCVHST-SUP-ID       TO DLR201-R-SUP-ID
049700             MOVE DLRCVHST-RECEIPT-DATE TO DLR201-R-RECEIPT-DATE
049800             MOVE DLR201-CCYYMMDD       TO DLR201-R-CCYYMMDD
049900             MOVE DLRCVHST-ORDER-NO     TO DLR201-R-ORDER-NO
050000             MOVE DLRCVHST-INVOICE-NO   TO DLR201-R-INVOICE-NO
050100             MOVE DLRCVHST-TOT-RCPT-AMT TO DLR201-R-HDR-AMT
050200             MOVE ZERO                  TO DLR201-R-VALUE
050250             MOVE ZERO                  TO DLR201-R-CONSIGN-LINES
050300     END-EVALUATE.
050400 2200-EXIT.
050500     EXIT.
050600
050700 2250-CONVERT-DATE.
050800     MOVE 'N' TO DLR201-DATE-OK-SW.
050900     IF  DLR201-X-DD NUMERIC
051000     AND DLR201-X-MM NUMERIC
051100     AND DLR201-X-CCYY NUMERIC
051200     AND DLR201-X-DD > ZERO
051300     AND DLR201-X-DD < 32
051400     AND DLR201-X-MM > ZERO
051500     AND DLR201-X-MM < 13
051600         COMPUTE DLR201-CCYYMMDD =
051700             DLR201-X-CCYY * 10000
051800                 + DLR201-X-MM * 100 + DLR201-X-DD
051900         MOVE 'Y' TO DLR201-DATE-OK-SW
052000     END-IF.
052100 2250-EXIT.
052200     EXIT.
052212
052224*    A RECEIPT WHOSE ONLY LINES WERE CONSIGNMENT STOCK OWES THE
052236*    VENDOR NOTHING UNTIL IT SELLS, SO IT IS NEITHER ACCRUED NOR
052248*    AGED.
052260 2300-CLOSE-RECEIPT.
052272     MOVE 'N' TO DLR201-IN-RECEIPT-SW.
052284     IF  DLR201-R-VALUE = ZERO
052296     AND DLR201-R-CONSIGN-LINES > ZERO
052308         ADD 1 TO DLR201-CONSIGN-RCPTS
052320     ELSE
052332         PERFORM 2350-ACCRUE-RECEIPT
052344     END-IF.
052356 2300-EXIT.
052368     EXIT.
052380
052400*    A RECEIPT LOADED BEFORE ALLOCATION ROWS CARRIED A UNIT
052500*    COST HAS NOTHING TO VALUE THEM AT, SO ITS HEADER RECEIPT
052625*    AMOUNT STANDS, UNASSIGNED TO A DEPARTMENT.
052750 2350-ACCRUE-RECEIPT.
052875     IF  DLR201-R-VALUE = ZERO
053000     AND DLR201-R-HDR-AMT NUMERIC
053100     AND DLR201-R-HDR-AMT > ZERO
053200         ADD 1 TO DLR201-HDR-VALUED
053300         MOVE ZERO             TO DLR201-DEPT-NO
053400         MOVE DLR201-R-HDR-AMT TO DLR201-LINE-VALUE
053500         PERFORM 2500-ADD-TO-TABLES
053600     END-IF.
053700     ADD 1 TO DLR201-ACCRUED.
053800     ADD DLR201-R-VALUE TO DLR201-T-ACCRUED.
053900     COMPUTE DLR201-DAYS =
054000         FUNCTION INTEGER-OF-DATE (DLR201-CUT-OFF-CCYYMMDD)
054100         - FUNCTION INTEGER-OF-DATE (DLR201-R-CCYYMMDD).
054200     EVALUATE TRUE
054300         WHEN DLR201-DAYS NOT > 30
054400             ADD 1 TO DLR201-AGE-30-COUNT
054500             ADD DLR201-R-VALUE TO DLR201-AGE-30-AMT
054600         WHEN DLR201-DAYS NOT > 60
054700             ADD 1 TO DLR201-AGE-60-COUNT
054800             ADD DLR201-R-VALUE TO DLR201-AGE-60-AMT
054900             MOVE '31-60  ' TO DLR201-A-BAND
055000             PERFORM 2600-LIST-AGED-RECEIPT
055100         WHEN DLR201-DAYS NOT > 90
055200             ADD 1 TO DLR201-AGE-90-COUNT
055300             ADD DLR201-R-VALUE TO DLR201-AGE-90-AMT
055400             MOVE '61-90  ' TO DLR201-A-BAND
055500             PERFORM 2600-LIST-AGED-RECEIPT
055600         WHEN OTHER
055700             ADD 1 TO DLR201-AGE-OVER-COUNT
055800             ADD DLR201-R-VALUE TO DLR201-AGE-OVER-AMT
055900             MOVE 'OVER 90' TO DLR201-A-BAND
056000             PERFORM 2600-LIST-AGED-RECEIPT
056100     END-EVALUATE.
056200 2350-EXIT.
056300     EXIT.
056400
056440*    ROWS LOADED BEFORE UNIT COSTS WERE CARRIED HOLD SPACES IN
056480*    THE COST AND ARE LEFT TO THE HEADER AMOUNT. CONSIGNMENT
056520*    ROWS ARE COUNTED AND LEFT OUT.
056560 2400-VALUE-ALLOCATION.
056600     PERFORM 2420-TEST-CONSIGNMENT.
056640     IF  DLR201-CONSIGN-LINE
056680         ADD 1 TO DLR201-CONSIGN-LINES
056720         ADD 1 TO DLR201-R-CONSIGN-LINES
056760     END-IF.
056800     IF  NOT DLRCVHST-REVERSED
056840     AND NOT DLR201-CONSIGN-LINE
056880     AND DLRCVHST-UNIT-COST NUMERIC
056920     AND DLRCVHST-ACT-RECV-QTY NUMERIC
056960         COMPUTE DLR201-LINE-VALUE ROUNDED =
057000             DLRCVHST-ACT-RECV-QTY * DLRCVHST-UNIT-COST
057040         IF  DLR201-LINE-VALUE > ZERO
057080             ADD 1 TO DLR201-ALLOCS-VALUED
057120             PERFORM 2450-FIND-DEPARTMENT
057160             PERFORM 2500-ADD-TO-TABLES
057200         END-IF
057240     END-IF.
057280 2400-EXIT.
057320     EXIT.
057360
057400*    THE KEYCODE IS CONSIGNMENT STOCK IF IT WAS UNDER AGREEMENT
057440*    ON THE DAY IT WAS RECEIVED.
057480 2420-TEST-CONSIGNMENT.
057520     MOVE 'N' TO DLR201-CONSIGN-SW.
057560     MOVE DLRCVHST-KEYCODE-NO TO DLCONSAG-KEYCODE-NO.
057600     READ CONSIGN-MASTER
057640         INVALID KEY
057680             CONTINUE
057720         NOT INVALID KEY
057760             IF  DLCONSAG-START-DATE NOT > DLR201-R-CCYYMMDD
057800             AND (DLCONSAG-END-DATE = ZERO
057840               OR DLCONSAG-END-DATE NOT < DLR201-R-CCYYMMDD)
057880                 MOVE 'Y' TO DLR201-CONSIGN-SW
057920             END-IF
057960     END-READ.
058000 2420-EXIT.
058040     EXIT.
058100
058200 2450-FIND-DEPARTMENT.
058300     MOVE DLRCVHST-KEYCODE-NO TO DLFCSTMF-KEYCODE-NO.
058400     MOVE DLRCVHST-STR-NO     TO DLFCSTMF-STORE-NO.
058500     READ FORECAST-MASTER
058600         INVALID KEY
058700             ADD 1 TO DLR201-NO-DEPT
058800             MOVE ZERO TO DLR201-DEPT-NO
058900         NOT INVALID KEY
059000             MOVE DLFCSTMF-DEPT-NO TO DLR201-DEPT-NO
059100     END-READ.
059200 2450-EXIT.
059300     EXIT.
059400
059500 2500-ADD-TO-TABLES.
059600     ADD DLR201-LINE-VALUE TO DLR201-R-VALUE.
059700     COMPUTE DLR201-DEPT-SUB = DLR201-DEPT-NO + 1.
059800     ADD DLR201-LINE-VALUE
059900         TO DLR201-DEPT-AMOUNT (DLR201-DEPT-SUB).
060000     SET DLR201-VD-IX TO 1.
060100     SEARCH DLR201-VD-ENTRY
060200         AT END
060300             ADD 1 TO DLR201-VD-DROPPED
060400         WHEN DLR201-VD-IX > DLR201-VD-COUNT
060500             ADD 1 TO DLR201-VD-COUNT
060600             MOVE DLR201-R-SUP-ID
060700                 TO DLR201-V-SUP-ID (DLR201-VD-IX)
060800             MOVE DLR201-DEPT-NO
060900                 TO DLR201-V-DEPT-NO (DLR201-VD-IX)
061000             MOVE DLR201-LINE-VALUE
061100                 TO DLR201-V-AMOUNT (DLR201-VD-IX)
061200         WHEN DLR201-V-SUP-ID (DLR201-VD-IX) = DLR201-R-SUP-ID
061300          AND DLR201-V-DEPT-NO (DLR201-VD-IX) = DLR201-DEPT-NO
061400             ADD DLR201-LINE-VALUE
061500                 TO DLR201-V-AMOUNT (DLR201-VD-IX)
061600     END-SEARCH.
061700 2500-EXIT.
061800     EXIT.
061900
062000 2600-LIST-AGED-RECEIPT.
062100     MOVE DLR201-R-RECEIPT-LOCN  TO DLR201-A-RECEIPT-LOCN.
062200     MOVE DLR201-R-RECEIPT-NO    TO DLR201-A-RECEIPT-NO.
062300     MOVE DLR201-R-SUP-ID        TO DLR201-A-SUP-ID.
062400     MOVE DLR201-R-RECEIPT-DATE  TO DLR201-A-RECEIPT-DATE.
062500     MOVE DLR201-R-ORDER-NO      TO DLR201-A-ORDER-NO.
062600     MOVE DLR201-R-INVOICE-NO    TO DLR201-A-INVOICE-NO.
062700     MOVE DLR201-DAYS            TO DLR201-A-DAYS.
062800     MOVE DLR201-R-VALUE         TO DLR201-A-AMOUNT.
062900     WRITE AGED-LINE FROM DLR201-AGED-LINE.
063000 2600-EXIT.
063100     EXIT.
063200
063300 3000-SORT-VENDOR-DEPT.
063400     MOVE DLR201-VD-COUNT TO DLR201-SORT-TOP.
063500     MOVE 'Y' TO DLR201-SWAPPED-SW.
063600     PERFORM 3100-SORT-ONE-PASS
063700         UNTIL NOT DLR201-SWAPPED
063800            OR DLR201-SORT-TOP < 2.
063900 3000-EXIT.
064000     EXIT.
064100
064200 3100-SORT-ONE-PASS.
064300     MOVE 'N' TO DLR201-SWAPPED-SW.
064400     PERFORM 3200-COMPARE-AND-SWAP
064500         VARYING DLR201-VD-IX FROM 1 BY 1
064600         UNTIL DLR201-VD-IX NOT < DLR201-SORT-TOP.
064700     SUBTRACT 1 FROM DLR201-SORT-TOP.
064800 3100-EXIT.
064900     EXIT.
065000
065100 3200-COMPARE-AND-SWAP.
065200     IF  DLR201-V-KEY (DLR201-VD-IX)
065300             > DLR201-V-KEY (DLR201-VD-IX + 1)
065400         MOVE DLR201-VD-ENTRY (DLR201-VD-IX) TO DLR201-VD-HOLD
065500         MOVE DLR201-VD-ENTRY (DLR201-VD-IX + 1)
065600             TO DLR201-VD-ENTRY (DLR201-VD-IX)
065700         MOVE DLR201-VD-HOLD
065800             TO DLR201-VD-ENTRY (DLR201-VD-IX + 1)
065900         MOVE 'Y' TO DLR201-SWAPPED-SW
066000     END-IF.
066100 3200-EXIT.
066200     EXIT.
066300
066400 4000-PRINT-ACCRUAL.
066500     MOVE ZERO TO DLR201-PREV-SUP-ID.
066600     MOVE ZERO TO DLR201-VENDOR-AMT.
066700     PERFORM 4100-PRINT-ONE-VENDOR-DEPT
066800         VARYING DLR201-VD-IX FROM 1 BY 1
066900         UNTIL DLR201-VD-IX > DLR201-VD-COUNT.
067000     IF  DLR201-VD-COUNT > ZERO
067100         PERFORM 4200-PRINT-VENDOR-TOTAL
067200     END-IF.
067300     WRITE GRNI-LINE FROM DLR201-BLANK-LINE.
067400     WRITE GRNI-LINE FROM DLR201-DEPT-HEADING.
067500     PERFORM 4300-PRINT-ONE-DEPT
067600         VARYING DLR201-DEPT-SUB FROM 1 BY 1
067700         UNTIL DLR201-DEPT-SUB > 1000.
067800 4000-EXIT.
067900     EXIT.
068000
068100 4100-PRINT-ONE-VENDOR-DEPT.
068200     IF  DLR201-VD-IX > 1
068300     AND DLR201-V-SUP-ID (DLR201-VD-IX) NOT = DLR201-PREV-SUP-ID
068400         PERFORM 4200-PRINT-VENDOR-TOTAL
068500     END-IF.
068600     MOVE DLR201-V-SUP-ID (DLR201-VD-IX) TO DLR201-PREV-SUP-ID.
068700     MOVE DLR201-V-SUP-ID (DLR201-VD-IX) TO DLR201-L-SUP-ID.
068800     MOVE DLR201-V-DEPT-NO (DLR201-VD-IX) TO DLR201-L-DEPT-NO.
068900     MOVE DLR201-V-AMOUNT (DLR201-VD-IX) TO DLR201-L-AMOUNT.
069000     ADD DLR201-V-AMOUNT (DLR201-VD-IX) TO DLR201-VENDOR-AMT.
069100     WRITE GRNI-LINE FROM DLR201-VD-LINE.
069200 4100-EXIT.
069300     EXIT.
069400
069500 4200-PRINT-VENDOR-TOTAL.
069600     MOVE DLR201-VENDOR-AMT TO DLR201-VT-AMOUNT.
069700     WRITE GRNI-LINE FROM DLR201-VENDOR-TOTAL-LINE.
069800     WRITE GRNI-LINE FROM DLR201-BLANK-LINE.
069900     MOVE ZERO TO DLR201-VENDOR-AMT.
070000 4200-EXIT.
070100     EXIT.
070200
070300 4300-PRINT-ONE-DEPT.
070400     IF  DLR201-DEPT-AMOUNT (DLR201-DEPT-SUB) NOT = ZERO
070500         COMPUTE DLR201-DL-DEPT-NO = DLR201-DEPT-SUB - 1
070600         MOVE DLR201-DEPT-AMOUNT (DLR201-DEPT-SUB)
070700             TO DLR201-DL-AMOUNT
070800         WRITE GRNI-LINE FROM DLR201-DEPT-LINE
070900     END-IF.
071000 4300-EXIT.
071100     EXIT.
071200
071300*    PER DEPARTMENT - DEBIT GOODS RECEIVED, CREDIT GRNI ACCRUAL
071400*    AT THE CUT-OFF, AND THE REVERSE ON THE FIRST DAY OF THE
071500*    NEXT PERIOD.
071600 5000-POST-JOURNAL.
071700     PERFORM 5100-POST-ONE-DEPT
071800         VARYING DLR201-DEPT-SUB FROM 1 BY 1
071900         UNTIL DLR201-DEPT-SUB > 1000.
072000 5000-EXIT.
072100     EXIT.
072200
072300 5100-POST-ONE-DEPT.
072400     COMPUTE DLGLJRNL-DEPT-NO = DLR201-DEPT-SUB - 1.
072500     MOVE DLR201-COST-CENTRE    TO DLGLJRNL-COST-CENTRE.
072600     MOVE ZERO                  TO DLGLJRNL-QTY-SOLD.
072700     MOVE SPACES                TO DLGLJRNL-ORIG-CCY.
072800     MOVE ZERO                  TO DLGLJRNL-ORIG-AMOUNT.
072900     MOVE DLR201-DEPT-AMOUNT (DLR201-DEPT-SUB)
073000                                TO DLGLJRNL-AMOUNT.
073100     MOVE DLR201-CUT-OFF-CYYMMDD TO DLGLJRNL-BATCH-DATE.
073200     MOVE DLR201-STOCK-ACCT     TO DLGLJRNL-GL-ACCOUNT.
073300     SET DLGLJRNL-IS-DEBIT      TO TRUE.
073400     MOVE 'GOODS RECEIVED NOT INVOICED'
073500                                TO DLGLJRNL-NARRATIVE.
073600     PERFORM 5200-WRITE-JOURNAL-REC.
073700     MOVE DLR201-ACCRUAL-ACCT   TO DLGLJRNL-GL-ACCOUNT.
073800     SET DLGLJRNL-IS-CREDIT     TO TRUE.
073900     MOVE 'GRNI ACCRUAL'        TO DLGLJRNL-NARRATIVE.
074000     PERFORM 5200-WRITE-JOURNAL-REC.
074100     MOVE DLR201-REVERSE-CYYMMDD TO DLGLJRNL-BATCH-DATE.
074200     MOVE DLR201-ACCRUAL-ACCT   TO DLGLJRNL-GL-ACCOUNT.
074300     SET DLGLJRNL-IS-DEBIT      TO TRUE.
074400     MOVE 'GRNI ACCRUAL REVERSED'
074500                                TO DLGLJRNL-NARRATIVE.
074600     PERFORM 5200-WRITE-JOURNAL-REC.
074700     MOVE DLR201-STOCK-ACCT     TO DLGLJRNL-GL-ACCOUNT.
074800     SET DLGLJRNL-IS-CREDIT     TO TRUE.
074900     MOVE 'GRNI REVERSED'       TO DLGLJRNL-NARRATIVE.
075000     PERFORM 5200-WRITE-JOURNAL-REC.
075100 5100-EXIT.
075200     EXIT.
075300
075400 5200-WRITE-JOURNAL-REC.
075500     IF  DLGLJRNL-AMOUNT NOT = ZERO
075600         WRITE DLGLJRNL-RECORD
075700         ADD 1 TO DLR201-JOURNALS-WRITTEN
075800         IF  DLGLJRNL-IS-DEBIT
075900             ADD DLGLJRNL-AMOUNT TO DLR201-T-JRNL-DEBITS
076000         ELSE
076100             ADD DLGLJRNL-AMOUNT TO DLR201-T-JRNL-CREDITS
076200         END-IF
076300     END-IF.
076400 5200-EXIT.
076500     EXIT.
076600
076700 8000-PRINT-TOTALS.
076800     WRITE GRNI-LINE FROM DLR201-BLANK-LINE.
076900     MOVE ZERO TO DLR201-T-AMOUNT.
077000     MOVE 'RECEIPT HEADERS READ' TO DLR201-T-LABEL.
077100     MOVE DLR201-HEADERS-READ TO DLR201-T-COUNT.
077200     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
077300     MOVE 'RECEIVED AFTER THE CUT-OFF' TO DLR201-T-LABEL.
077400     MOVE DLR201-AFTER-CUT-OFF TO DLR201-T-COUNT.
077500     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
077600     MOVE 'SETTLED THROUGH ERS' TO DLR201-T-LABEL.
077700     MOVE DLR201-ERS-SETTLED TO DLR201-T-COUNT.
077800     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
077900     MOVE 'MATCHED TO A VENDOR INVOICE' TO DLR201-T-LABEL.
078000     MOVE DLR201-INV-MATCHED TO DLR201-T-COUNT.
078100     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
078200     MOVE 'REVERSED RECEIPTS' TO DLR201-T-LABEL.
078300     MOVE DLR201-REVERSED TO DLR201-T-COUNT.
078400     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
078500     MOVE 'NO USABLE RECEIPT DATE - NOT ACCRUED'
078550         TO DLR201-T-LABEL.
078600     MOVE DLR201-UNDATED TO DLR201-T-COUNT.
078700     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
078800     MOVE 'VALUED AT HEADER AMOUNT (NO UNIT COST)'
078850         TO DLR201-T-LABEL.
078900     MOVE DLR201-HDR-VALUED TO DLR201-T-COUNT.
078950     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
079000     MOVE 'ALLOCATION LINES WITH NO DEPARTMENT' TO DLR201-T-LABEL.
079050     MOVE DLR201-NO-DEPT TO DLR201-T-COUNT.
079100     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
079150     MOVE 'CONSIGNMENT LINES - NOT ACCRUED' TO DLR201-T-LABEL.
079200     MOVE DLR201-CONSIGN-LINES TO DLR201-T-COUNT.
079250     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
079300     MOVE 'CONSIGNMENT-ONLY RECEIPTS - NOT ACCRUED'
079350         TO DLR201-T-LABEL.
079400     MOVE DLR201-CONSIGN-RCPTS TO DLR201-T-COUNT.
079450     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
079500     MOVE 'RECEIPTS ACCRUED' TO DLR201-T-LABEL.
079600     MOVE DLR201-ACCRUED TO DLR201-T-COUNT.
079700     MOVE DLR201-T-ACCRUED TO DLR201-T-AMOUNT.
079800     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
079900     MOVE 'JOURNAL DEBITS' TO DLR201-T-LABEL.
080000     MOVE DLR201-JOURNALS-WRITTEN TO DLR201-T-COUNT.
080100     MOVE DLR201-T-JRNL-DEBITS TO DLR201-T-AMOUNT.
080200     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
080300     MOVE 'JOURNAL CREDITS' TO DLR201-T-LABEL.
080400     MOVE ZERO TO DLR201-T-COUNT.
080500     MOVE DLR201-T-JRNL-CREDITS TO DLR201-T-AMOUNT.
080600     WRITE GRNI-LINE FROM DLR201-TOTAL-LINE.
080700     IF  DLR201-VD-DROPPED > ZERO
080800         MOVE 'VENDOR/DEPT LINES DROPPED - TABLE FULL'
080900             TO DLR201-T-LABEL
081000         MOVE DLR201-VD-DROPPED TO DLR201-T-COUNT
081100         MOVE ZERO TO DLR201-T-AMOUNT
081200         WRITE GRNI-LINE FROM DLR201-TOTAL-LINE
081300     END-IF.
081400     WRITE AGED-LINE FROM DLR201-BLANK-LINE.
081500     MOVE 'UNINVOICED 30 DAYS OR LESS' TO DLR201-T-LABEL.
081600     MOVE DLR201-AGE-30-COUNT TO DLR201-T-COUNT.
081700     MOVE DLR201-AGE-30-AMT TO DLR201-T-AMOUNT.
081800     WRITE AGED-LINE FROM DLR201-TOTAL-LINE.
081900     MOVE 'UNINVOICED 31 TO 60 DAYS' TO DLR201-T-LABEL.
082000     MOVE DLR201-AGE-60-COUNT TO DLR201-T-COUNT.
082100     MOVE DLR201-AGE-60-AMT TO DLR201-T-AMOUNT.
082200     WRITE AGED-LINE FROM DLR201-TOTAL-LINE.
082300     MOVE 'UNINVOICED 61 TO 90 DAYS' TO DLR201-T-LABEL.
082400     MOVE DLR201-AGE-90-COUNT TO DLR201-T-COUNT.
082500     MOVE DLR201-AGE-90-AMT TO DLR201-T-AMOUNT.
082600     WRITE AGED-LINE FROM DLR201-TOTAL-LINE.
082700     MOVE 'UNINVOICED OVER 90 DAYS' TO DLR201-T-LABEL.
082800     MOVE DLR201-AGE-OVER-COUNT TO DLR201-T-COUNT.
082900     MOVE DLR201-AGE-OVER-AMT TO DLR201-T-AMOUNT.
083000     WRITE AGED-LINE FROM DLR201-TOTAL-LINE.
083100 8000-EXIT.
083200     EXIT.
083300
083400 9000-TERMINATE.
083500     DISPLAY 'DLR201 HEADERS READ      = ' DLR201-HEADERS-READ.
083600     DISPLAY 'DLR201 RECEIPTS ACCRUED  = ' DLR201-ACCRUED.
083700     DISPLAY 'DLR201 OVER 90 DAYS      = ' DLR201-AGE-OVER-COUNT.
083800     DISPLAY 'DLR201 NO RECEIPT DATE   = ' DLR201-UNDATED.
083900     IF  DLR201-AGE-OVER-COUNT > ZERO
084000     OR  DLR201-UNDATED > ZERO
084100     OR  DLR201-VD-DROPPED > ZERO
084200         MOVE 4 TO RETURN-CODE
084300     END-IF.
084400     CLOSE HISTORY-MASTER
084500           FORECAST-MASTER
084550           CONSIGN-MASTER
084600           GL-JOURNAL-FILE
084700           GRNI-REPORT
084800           AGED-REPORT.
084900 9000-EXIT.
085000     EXIT.
