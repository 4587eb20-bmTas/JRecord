000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR169.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR169 - NIGHTLY SHELF-EDGE LABEL AND TICKET PRINT FILE      *
001000*                                                                *
001100*   WORKS OUT WHICH KEYCODES CHANGE SELLING PRICE AT WHICH       *
001200*   STORES FROM TOMORROW, SO THE NIGHT FILL TEAM RE-TICKETS      *
001300*   BEFORE TRADING OPENS. A KEYCODE IS A CANDIDATE WHEN TODAY'S  *
001400*   DLR147 MAINTENANCE CHANGED ITS DLRETPRM PRICE, A DLPROMCL    *
001500*   PROMOTION STARTS TOMORROW OR ENDED TODAY, OR A PENDING       *
001600*   DLMKDREG MARKDOWN TAKES EFFECT TOMORROW. EACH CANDIDATE IS   *
001700*   PRICED FOR TODAY AND TOMORROW AT EVERY STORE HOLDING STOCK   *
001800*   ON DLINVPOS - PROMOTION PRICE INSIDE ITS WINDOW, ELSE THE    *
001900*   LATEST MARKDOWN FOR THE STORE OR CHAIN, ELSE THE DLRETPRM    *
002000*   EXPECTED RETAIL (TODAY'S FROM THE DLR147 BEFORE-IMAGE) -     *
002100*   AND A DLSHLBL LABEL ROW IS WRITTEN WHERE THE TWO DIFFER.     *
002200*   A PER-STORE COUNT SUMMARY GOES WITH THE LABEL FILE.          *
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
003500     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
003600                              ORGANIZATION IS INDEXED
003700                              ACCESS MODE IS DYNAMIC
003800                              RECORD KEY IS DLINVPOS-KEY.
003900     SELECT RETAIL-MASTER     ASSIGN TO DLRETPM
004000                              ORGANIZATION IS INDEXED
004100                              ACCESS MODE IS RANDOM
004200                              RECORD KEY IS DLRETPRM-KEYCODE-NO.
004300     SELECT PROMO-CAL-FILE    ASSIGN TO DLPROMCL
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT MARKDOWN-REGISTER ASSIGN TO DLMKDREG
004600                              ORGANIZATION IS INDEXED
004700                              ACCESS MODE IS SEQUENTIAL
004800                              RECORD KEY IS DLMKDREG-KEY.
004900     SELECT JOURNAL-FILE      ASSIGN TO CMNJRNL
005000                              ORGANIZATION IS SEQUENTIAL.
005100     SELECT PRODUCT-MASTER    ASSIGN TO PRODMAST
005200                              ORGANIZATION IS SEQUENTIAL.
005300     SELECT LABEL-FILE        ASSIGN TO SHELFLBL
005400                              ORGANIZATION IS SEQUENTIAL.
005500     SELECT SUMMARY-REPORT    ASSIGN TO LBLSUMRY
005600                              ORGANIZATION IS SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  POSITION-MASTER
006000     LABEL RECORDS ARE STANDARD.
006100 01  DLINVPOS-RECORD.
006200     COPY DLINVPOS.
006300 FD  RETAIL-MASTER
006400     LABEL RECORDS ARE STANDARD.
006500 01  DLRETPRM-RECORD.
006600     COPY DLRETPRM.
006700 FD  PROMO-CAL-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
007000 01  DLPROMCL-RECORD.
007100     COPY DLPROMCL.
007200 FD  MARKDOWN-REGISTER
007300     LABEL RECORDS ARE STANDARD.
007400 01  DLMKDREG-RECORD.
007500     COPY DLMKDREG.
007600*    DLR147 MAINTENANCE JOURNAL - BEFORE/AFTER RECORD IMAGES.
007700 FD  JOURNAL-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  JOURNAL-REC.
008100     05  JRN-OPERATOR            PIC X(08).
008200     05  JRN-RUN-DATE            PIC 9(08).
008300     05  JRN-RUN-TIME            PIC 9(06).
008400     05  JRN-FILE-ID             PIC X(08).
008500     05  JRN-ACTION              PIC X(01).
008600     05  JRN-OLD-IMAGE           PIC X(60).
008700     05  JRN-NEW-IMAGE           PIC X(60).
008800 FD  PRODUCT-MASTER
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD.
009100 01  PRODUCT-MASTER-RECORD.
009200     COPY DLPRODM.
009300 FD  LABEL-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD.
009600 01  DLSHLBL-RECORD.
009700     COPY DLSHLBL.
009800 FD  SUMMARY-REPORT
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD.
010100 01  SUMMARY-LINE                PIC X(90).
010200 WORKING-STORAGE SECTION.
010300 01  DLR169-SWITCHES.
010400     05  DLR169-POS-EOF-SW        PIC X(01)  VALUE 'N'.
010500         88  DLR169-POS-EOF                  VALUE 'Y'.
010600     05  DLR169-PROM-EOF-SW       PIC X(01)  VALUE 'N'.
010700         88  DLR169-PROM-EOF                 VALUE 'Y'.
010800     05  DLR169-MKD-EOF-SW        PIC X(01)  VALUE 'N'.
010900         88  DLR169-MKD-EOF                  VALUE 'Y'.
011000     05  DLR169-JRN-EOF-SW        PIC X(01)  VALUE 'N'.
011100         88  DLR169-JRN-EOF                  VALUE 'Y'.
011200     05  DLR169-PROD-EOF-SW       PIC X(01)  VALUE 'N'.
011300         88  DLR169-PROD-EOF                 VALUE 'Y'.
011400     05  DLR169-CAND-FOUND-SW     PIC X(01)  VALUE 'N'.
011500         88  DLR169-CAND-FOUND               VALUE 'Y'.
011600     05  DLR169-FIRST-STORE-SW    PIC X(01)  VALUE 'Y'.
011700         88  DLR169-FIRST-STORE              VALUE 'Y'.
011800 01  DLR169-RUN-CCYYMMDD          PIC 9(08).
011900 01  DLR169-TODAY-CYYMMDD         PIC S9(07)   COMP-3.
012000 01  DLR169-TMRW-CCYYMMDD         PIC 9(08).
012100 01  DLR169-TMRW-CYYMMDD          PIC S9(07)   COMP-3.
012200*    TODAY'S DLRETPRM BEFORE-IMAGE FROM THE DLR147 JOURNAL.
012300 01  DLR169-OLD-RETPRM-AREA.
012400     05  DLR169-OLD-KEYCODE-NO    PIC X(08).
012500     05  DLR169-OLD-RETAIL        PIC S9(7)V99 COMP-3.
012600     05  DLR169-OLD-CHANGE-DATE   PIC S9(07)   COMP-3.
012700*    PROMOTION WINDOWS COVERING TODAY OR TOMORROW.
012800 01  DLR169-PROM-CONTROL.
012900     05  DLR169-PROM-COUNT        PIC S9(04)  COMP  VALUE ZERO.
013000 01  DLR169-PROM-TABLE.
013100     05  DLR169-PROM-ENTRY OCCURS 1000 TIMES
013200                           INDEXED BY DLR169-PROM-IX.
013300         10  DLR169-P-KEYCODE     PIC X(08).
013400         10  DLR169-P-START       PIC S9(07)   COMP-3.
013500         10  DLR169-P-END         PIC S9(07)   COMP-3.
013600         10  DLR169-P-PRICE       PIC S9(7)V99 COMP-3.
013700*    TAKEN STORE-SCOPE MARKDOWNS AND EVERY PENDING MARKDOWN DUE
013800*    BY TOMORROW - A TAKEN CHAIN-WIDE MARKDOWN IS ALREADY THE
013900*    DLRETPRM EXPECTED RETAIL.
014000 01  DLR169-MKD-CONTROL.
014100     05  DLR169-MKD-COUNT         PIC S9(04)  COMP  VALUE ZERO.
014200 01  DLR169-MKD-TABLE.
014300     05  DLR169-MKD-ENTRY OCCURS 2000 TIMES
014400                          INDEXED BY DLR169-MKD-IX.
014500         10  DLR169-M-KEYCODE     PIC X(08).
014600         10  DLR169-M-STORE-NO    PIC 9(04).
014700         10  DLR169-M-EFF-DATE    PIC 9(08).
014800         10  DLR169-M-PRICE       PIC S9(7)V99 COMP-3.
014900*    ONE ROW PER KEYCODE WHOSE PRICE MAY MOVE TOMORROW.
015000 01  DLR169-CAND-CONTROL.
015100     05  DLR169-CAND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
015200 01  DLR169-CAND-TABLE.
015300     05  DLR169-CAND-ENTRY OCCURS 2000 TIMES
015400                           INDEXED BY DLR169-CAND-IX.
015500         10  DLR169-C-KEYCODE     PIC X(08).
015600         10  DLR169-C-DESC        PIC X(30).
015700         10  DLR169-C-JRN-SW      PIC X(01).
015800             88  DLR169-C-CHANGED-TODAY      VALUE 'Y'.
015900         10  DLR169-C-TODAY-BASE  PIC S9(7)V99 COMP-3.
016000         10  DLR169-C-TMRW-BASE   PIC S9(7)V99 COMP-3.
016100 01  DLR169-WORK-FIELDS.
016200     05  DLR169-WORK-KEYCODE      PIC X(08).
016300     05  DLR169-PROD-KEYCODE      PIC 9(08).
016400     05  DLR169-CURR-STORE        PIC 9(04).
016500*    PRICE-FOR-DATE ARGUMENTS AND RESULT.
016600     05  DLR169-PD-CYYMMDD        PIC S9(07)   COMP-3.
016700     05  DLR169-PD-CCYYMMDD       PIC 9(08).
016800     05  DLR169-PD-BASE           PIC S9(7)V99 COMP-3.
016900     05  DLR169-PD-PRICE          PIC S9(7)V99 COMP-3.
017000     05  DLR169-PD-PROMO-END      PIC S9(07)   COMP-3.
017100     05  DLR169-PD-MKD-BEST       PIC 9(08).
017200     05  DLR169-PD-SOURCE         PIC X(01).
017300         88  DLR169-PD-FROM-PROMO            VALUE 'S'.
017400         88  DLR169-PD-FROM-MARKDOWN         VALUE 'M'.
017500         88  DLR169-PD-FROM-BASE             VALUE 'B'.
017600     05  DLR169-TODAY-PRICE       PIC S9(7)V99 COMP-3.
017700     05  DLR169-TODAY-SOURCE      PIC X(01).
017800     05  DLR169-TMRW-PRICE        PIC S9(7)V99 COMP-3.
017900     05  DLR169-TMRW-SOURCE       PIC X(01).
018000     05  DLR169-TMRW-PROMO-END    PIC S9(07)   COMP-3.
018100 01  DLR169-STORE-COUNTS.
018200     05  DLR169-S-LABELS          PIC 9(07).
018300     05  DLR169-S-PROMO-START     PIC 9(07).
018400     05  DLR169-S-PROMO-END       PIC 9(07).
018500     05  DLR169-S-PRICE-CHANGE    PIC 9(07).
018600     05  DLR169-S-MARKDOWN        PIC 9(07).
018700 01  DLR169-GRAND-COUNTS.
018800     05  DLR169-G-LABELS          PIC 9(07)  VALUE ZERO.
018900     05  DLR169-G-PROMO-START     PIC 9(07)  VALUE ZERO.
019000     05  DLR169-G-PROMO-END       PIC 9(07)  VALUE ZERO.
019100     05  DLR169-G-PRICE-CHANGE    PIC 9(07)  VALUE ZERO.
019200     05  DLR169-G-MARKDOWN        PIC 9(07)  VALUE ZERO.
019300 01  DLR169-COUNTERS.
019400     05  DLR169-JRN-CHANGES       PIC 9(09)  VALUE ZERO.
019500     05  DLR169-PROMO-EVENTS      PIC 9(09)  VALUE ZERO.
019600     05  DLR169-MKD-EVENTS        PIC 9(09)  VALUE ZERO.
019700     05  DLR169-NO-PRICE          PIC 9(09)  VALUE ZERO.
019800     05  DLR169-POSITIONS-READ    PIC 9(09)  VALUE ZERO.
019900     05  DLR169-STORES-LABELLED   PIC 9(09)  VALUE ZERO.
020000     05  DLR169-TABLE-FULL        PIC 9(07)  VALUE ZERO.
020100 01  DLR169-HEADING-1.
020200     05  FILLER                   PIC X(44)  VALUE
020300         'DLR169 - SHELF LABEL SUMMARY - EFFECTIVE    '.
020400     05  DLR169-H-EFF-DATE        PIC 9(08).
020500 01  DLR169-HEADING-2.
020600     05  FILLER                   PIC X(08)  VALUE 'STORE'.
020700     05  FILLER                   PIC X(10)  VALUE '    LABELS'.
020800     05  FILLER                   PIC X(12)  VALUE
020900         ' PROMO START'.
021000     05  FILLER                   PIC X(12)  VALUE
021100         '   PROMO END'.
021200     05  FILLER                   PIC X(12)  VALUE
021300         ' PRICE CHNGE'.
021400     05  FILLER                   PIC X(12)  VALUE
021500         '    MARKDOWN'.
021600 01  DLR169-COUNT-LINE.
021700     05  DLR169-L-STORE           PIC X(08).
021800     05  DLR169-L-LABELS          PIC ZZZZZZZZZ9.
021900     05  DLR169-L-PROMO-START     PIC BBZZZZZZZZZ9.
022000     05  DLR169-L-PROMO-END       PIC BBZZZZZZZZZ9.
022100     05  DLR169-L-PRICE-CHANGE    PIC BBZZZZZZZZZ9.
022200     05  DLR169-L-MARKDOWN        PIC BBZZZZZZZZZ9.
022300 01  DLR169-STORE-EDIT            PIC ZZZ9.
022400 PROCEDURE DIVISION.
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE.
022700     PERFORM 2000-PROCESS-POSITION
022800         UNTIL DLR169-POS-EOF.
022900     PERFORM 9000-TERMINATE.
023000     STOP RUN.
023100
023200 1000-INITIALIZE.
023300     OPEN INPUT  POSITION-MASTER.
023400     OPEN INPUT  RETAIL-MASTER.
023500     OPEN OUTPUT LABEL-FILE.
023600     OPEN OUTPUT SUMMARY-REPORT.
023700     ACCEPT DLR169-RUN-CCYYMMDD FROM DATE YYYYMMDD.
023800     COMPUTE DLR169-TODAY-CYYMMDD =
023900         DLR169-RUN-CCYYMMDD - 19000000.
024000     COMPUTE DLR169-TMRW-CCYYMMDD = FUNCTION DATE-OF-INTEGER
024100         (FUNCTION INTEGER-OF-DATE (DLR169-RUN-CCYYMMDD) + 1).
024200     COMPUTE DLR169-TMRW-CYYMMDD =
024300         DLR169-TMRW-CCYYMMDD - 19000000.
024400     DISPLAY 'DLR169 LABELS EFFECTIVE     = '
024500         DLR169-TMRW-CCYYMMDD.
024600     PERFORM 1100-LOAD-PROMO-CAL.
024700     PERFORM 1200-LOAD-MARKDOWNS.
024800     PERFORM 1300-LOAD-PRICE-JOURNAL.
024900     PERFORM 1400-PRICE-ONE-CANDIDATE
025000         VARYING DLR169-CAND-IX FROM 1 BY 1
025100         UNTIL DLR169-CAND-IX > DLR169-CAND-COUNT.
025200     PERFORM 1500-LOAD-DESCRIPTIONS.
025300     MOVE DLR169-TMRW-CCYYMMDD TO DLR169-H-EFF-DATE.
025400     WRITE SUMMARY-LINE FROM DLR169-HEADING-1.
025500     WRITE SUMMARY-LINE FROM DLR169-HEADING-2.
025600     IF  DLR169-CAND-COUNT = ZERO
025700         MOVE 'Y' TO DLR169-POS-EOF-SW
025800     ELSE
025900         MOVE LOW-VALUES TO DLINVPOS-KEY
026000         START POSITION-MASTER KEY NOT < DLINVPOS-KEY
026100             INVALID KEY
026200                 MOVE 'Y' TO DLR169-POS-EOF-SW
026300         END-START
026400     END-IF.
026500     PERFORM 2100-READ-POSITION-NEXT.
026600 1000-EXIT.
026700     EXIT.
026800
026900*    ONLY WINDOWS COVERING TODAY OR TOMORROW ARE HELD. A WINDOW
027000*    STARTING TOMORROW OR ENDING TODAY MOVES THE PRICE.
027100 1100-LOAD-PROMO-CAL.
027200     OPEN INPUT PROMO-CAL-FILE.
027300     PERFORM 1110-READ-PROMO-CAL.
027400     PERFORM 1120-STORE-ONE-PROMO
027500         UNTIL DLR169-PROM-EOF.
027600     CLOSE PROMO-CAL-FILE.
027700 1100-EXIT.
027800     EXIT.
027900
028000 1110-READ-PROMO-CAL.
028100     READ PROMO-CAL-FILE
028200         AT END
028300             MOVE 'Y' TO DLR169-PROM-EOF-SW
028400     END-READ.
028500 1110-EXIT.
028600     EXIT.
028700
028800 1120-STORE-ONE-PROMO.
028900     IF  DLPROMCL-PROMO-START <= DLR169-TMRW-CYYMMDD
029000     AND DLPROMCL-PROMO-END   >= DLR169-TODAY-CYYMMDD
029100         IF  DLR169-PROM-COUNT < 1000
029200             ADD 1 TO DLR169-PROM-COUNT
029300             SET DLR169-PROM-IX TO DLR169-PROM-COUNT
029400             MOVE DLPROMCL-KEYCODE-NO
029500                 TO DLR169-P-KEYCODE (DLR169-PROM-IX)
029600             MOVE DLPROMCL-PROMO-START
029700                 TO DLR169-P-START (DLR169-PROM-IX)
029800             MOVE DLPROMCL-PROMO-END
029900                 TO DLR169-P-END (DLR169-PROM-IX)
030000             MOVE DLPROMCL-PROMO-PRICE
030100                 TO DLR169-P-PRICE (DLR169-PROM-IX)
030200         ELSE
030300             ADD 1 TO DLR169-TABLE-FULL
030400         END-IF
030500         IF  DLPROMCL-PROMO-START = DLR169-TMRW-CYYMMDD
030600         OR  DLPROMCL-PROMO-END   = DLR169-TODAY-CYYMMDD
030700             ADD 1 TO DLR169-PROMO-EVENTS
030800             MOVE DLPROMCL-KEYCODE-NO TO DLR169-WORK-KEYCODE
030900             PERFORM 1600-FIND-OR-ADD-CANDIDATE
031000         END-IF
031100     END-IF.
031200     PERFORM 1110-READ-PROMO-CAL.
031300 1120-EXIT.
031400     EXIT.
031500
031600 1200-LOAD-MARKDOWNS.
031700     OPEN INPUT MARKDOWN-REGISTER.
031800     PERFORM 1210-READ-MARKDOWN.
031900     PERFORM 1220-STORE-ONE-MARKDOWN
032000         UNTIL DLR169-MKD-EOF.
032100     CLOSE MARKDOWN-REGISTER.
032200 1200-EXIT.
032300     EXIT.
032400
032500 1210-READ-MARKDOWN.
032600     READ MARKDOWN-REGISTER NEXT RECORD
032700         AT END
032800             MOVE 'Y' TO DLR169-MKD-EOF-SW
032900     END-READ.
033000 1210-EXIT.
033100     EXIT.
033200
033300 1220-STORE-ONE-MARKDOWN.
033400     IF  (DLMKDREG-TAKEN AND DLMKDREG-STORE-NO NOT = ZERO)
033500     OR  (DLMKDREG-PENDING
033600          AND DLMKDREG-EFF-DATE <= DLR169-TMRW-CCYYMMDD)
033700         IF  DLR169-MKD-COUNT < 2000
033800             ADD 1 TO DLR169-MKD-COUNT
033900             SET DLR169-MKD-IX TO DLR169-MKD-COUNT
034000             MOVE DLMKDREG-KEYCODE-NO
034100                 TO DLR169-M-KEYCODE (DLR169-MKD-IX)
034200             MOVE DLMKDREG-STORE-NO
034300                 TO DLR169-M-STORE-NO (DLR169-MKD-IX)
034400             MOVE DLMKDREG-EFF-DATE
034500                 TO DLR169-M-EFF-DATE (DLR169-MKD-IX)
034600             MOVE DLMKDREG-NEW-RETAIL
034700                 TO DLR169-M-PRICE (DLR169-MKD-IX)
034800         ELSE
034900             ADD 1 TO DLR169-TABLE-FULL
035000         END-IF
035100     END-IF.
035200     IF  DLMKDREG-PENDING
035300     AND DLMKDREG-EFF-DATE = DLR169-TMRW-CCYYMMDD
035400         ADD 1 TO DLR169-MKD-EVENTS
035500         MOVE DLMKDREG-KEYCODE-NO TO DLR169-WORK-KEYCODE
035600         PERFORM 1600-FIND-OR-ADD-CANDIDATE
035700     END-IF.
035800     PERFORM 1210-READ-MARKDOWN.
035900 1220-EXIT.
036000     EXIT.
036100
036200*    A DLRETPRM ADD OR CHANGE APPLIED TODAY TRADES FROM TOMORROW.
036300*    THE FIRST BEFORE-IMAGE OF THE DAY IS THE PRICE ON THE SHELF
036400*    NOW; A KEYCODE ADDED TODAY HAD NO PRICE.
036500 1300-LOAD-PRICE-JOURNAL.
036600     OPEN INPUT JOURNAL-FILE.
036700     PERFORM 1310-READ-JOURNAL.
036800     PERFORM 1320-POST-ONE-JOURNAL
036900         UNTIL DLR169-JRN-EOF.
037000     CLOSE JOURNAL-FILE.
037100 1300-EXIT.
037200     EXIT.
037300
037400 1310-READ-JOURNAL.
037500     READ JOURNAL-FILE
037600         AT END
037700             MOVE 'Y' TO DLR169-JRN-EOF-SW
037800     END-READ.
037900 1310-EXIT.
038000     EXIT.
038100
038200 1320-POST-ONE-JOURNAL.
038300     IF  JRN-FILE-ID  = 'DLRETPRM'
038400     AND JRN-RUN-DATE = DLR169-RUN-CCYYMMDD
038500     AND (JRN-ACTION = 'A' OR JRN-ACTION = 'C')
038600         ADD 1 TO DLR169-JRN-CHANGES
038700         MOVE JRN-NEW-IMAGE (1:8) TO DLR169-WORK-KEYCODE
038800         PERFORM 1600-FIND-OR-ADD-CANDIDATE
038900         IF  DLR169-CAND-FOUND
039000         AND NOT DLR169-C-CHANGED-TODAY (DLR169-CAND-IX)
039100             MOVE 'Y' TO DLR169-C-JRN-SW (DLR169-CAND-IX)
039200             IF  JRN-ACTION = 'C'
039300                 MOVE JRN-OLD-IMAGE (1:17)
039400                     TO DLR169-OLD-RETPRM-AREA
039500                 MOVE DLR169-OLD-RETAIL
039600                     TO DLR169-C-TODAY-BASE (DLR169-CAND-IX)
039700             ELSE
039800                 MOVE ZERO
039900                     TO DLR169-C-TODAY-BASE (DLR169-CAND-IX)
040000             END-IF
040100         END-IF
040200     END-IF.
040300     PERFORM 1310-READ-JOURNAL.
040400 1320-EXIT.
040500     EXIT.
040600
040700*    TOMORROW'S BASE IS THE DLRETPRM PRICE NOW ON FILE; TODAY'S
040800*    IS THE SAME UNLESS THE JOURNAL SAYS IT CHANGED TODAY.
040900 1400-PRICE-ONE-CANDIDATE.
041000     MOVE DLR169-C-KEYCODE (DLR169-CAND-IX)
041100         TO DLRETPRM-KEYCODE-NO.
041200     READ RETAIL-MASTER
041300         INVALID KEY
041400             MOVE ZERO TO DLR169-C-TMRW-BASE (DLR169-CAND-IX)
041500         NOT INVALID KEY
041600             MOVE DLRETPRM-EXPECTED-RETAIL
041700                 TO DLR169-C-TMRW-BASE (DLR169-CAND-IX)
041800     END-READ.
041900     IF  NOT DLR169-C-CHANGED-TODAY (DLR169-CAND-IX)
042000         MOVE DLR169-C-TMRW-BASE (DLR169-CAND-IX)
042100             TO DLR169-C-TODAY-BASE (DLR169-CAND-IX)
042200     END-IF.
042300 1400-EXIT.
042400     EXIT.
042500
042600*    THE KEYCODE IS THE PRODUCT NUMBER ON THE PRODUCT MASTER.
042700 1500-LOAD-DESCRIPTIONS.
042800     OPEN INPUT PRODUCT-MASTER.
042900     PERFORM 1510-READ-PRODUCT.
043000     PERFORM 1520-MATCH-ONE-PRODUCT
043100         UNTIL DLR169-PROD-EOF.
043200     CLOSE PRODUCT-MASTER.
043300 1500-EXIT.
043400     EXIT.
043500
043600 1510-READ-PRODUCT.
043700     READ PRODUCT-MASTER
043800         AT END
043900             MOVE 'Y' TO DLR169-PROD-EOF-SW
044000     END-READ.
044100 1510-EXIT.
044200     EXIT.
044300
044400 1520-MATCH-ONE-PRODUCT.
044500     MOVE DLPRODM-PRODUCT-NO TO DLR169-PROD-KEYCODE.
044600     SET DLR169-CAND-IX TO 1.
044700     SEARCH DLR169-CAND-ENTRY
044800         AT END
044900             CONTINUE
045000         WHEN DLR169-CAND-IX > DLR169-CAND-COUNT
045100             CONTINUE
045200         WHEN DLR169-C-KEYCODE (DLR169-CAND-IX)
045300                 = DLR169-PROD-KEYCODE
045400             MOVE DLPRODM-PRODUCT-NAME
045500                 TO DLR169-C-DESC (DLR169-CAND-IX)
045600     END-SEARCH.
045700     PERFORM 1510-READ-PRODUCT.
045800 1520-EXIT.
045900     EXIT.
046000
046100 1600-FIND-OR-ADD-CANDIDATE.
046200     MOVE 'N' TO DLR169-CAND-FOUND-SW.
046300     SET DLR169-CAND-IX TO 1.
046400     SEARCH DLR169-CAND-ENTRY
046500         AT END
046600             ADD 1 TO DLR169-TABLE-FULL
046700         WHEN DLR169-CAND-IX > DLR169-CAND-COUNT
046800             IF  DLR169-CAND-COUNT < 2000
046900                 ADD 1 TO DLR169-CAND-COUNT
047000                 SET DLR169-CAND-IX TO DLR169-CAND-COUNT
047100                 MOVE DLR169-WORK-KEYCODE
047200                     TO DLR169-C-KEYCODE (DLR169-CAND-IX)
047300                 MOVE 'NO DESCRIPTION ON PRODUCT MAST'
047400                     TO DLR169-C-DESC (DLR169-CAND-IX)
047500                 MOVE 'N' TO DLR169-C-JRN-SW (DLR169-CAND-IX)
047600                 MOVE ZERO
047700                     TO DLR169-C-TODAY-BASE (DLR169-CAND-IX)
047800                 MOVE ZERO
047900                     TO DLR169-C-TMRW-BASE (DLR169-CAND-IX)
048000                 MOVE 'Y' TO DLR169-CAND-FOUND-SW
048100             ELSE
048200                 ADD 1 TO DLR169-TABLE-FULL
048300             END-IF
048400         WHEN DLR169-C-KEYCODE (DLR169-CAND-IX)
048500                 = DLR169-WORK-KEYCODE
048600             MOVE 'Y' TO DLR169-CAND-FOUND-SW
048700     END-SEARCH.
048800 1600-EXIT.
048900     EXIT.
049000
049100*    DLINVPOS IS IN STORE ORDER, SO THE STORE SUMMARY IS A
049200*    CONTROL BREAK ON THE STORE NUMBER.
049300 2000-PROCESS-POSITION.
049400     ADD 1 TO DLR169-POSITIONS-READ.
049500     IF  DLR169-FIRST-STORE
049600     OR  DLINVPOS-STR-NO NOT = DLR169-CURR-STORE
049700         IF  NOT DLR169-FIRST-STORE
049800             PERFORM 3000-STORE-SUMMARY
049900         END-IF
050000         MOVE 'N' TO DLR169-FIRST-STORE-SW
050100         MOVE DLINVPOS-STR-NO TO DLR169-CURR-STORE
050200         INITIALIZE DLR169-STORE-COUNTS
050300     END-IF.
050400     IF  DLINVPOS-ON-HAND-QTY > ZERO
050500         MOVE DLINVPOS-KEYCODE-NO TO DLR169-WORK-KEYCODE
050600         PERFORM 2200-FIND-CANDIDATE
050700         IF  DLR169-CAND-FOUND
050800             PERFORM 2300-COMPARE-PRICES
050900         END-IF
051000     END-IF.
051100     PERFORM 2100-READ-POSITION-NEXT.
051200 2000-EXIT.
051300     EXIT.
051400
051500 2100-READ-POSITION-NEXT.
051600     IF  NOT DLR169-POS-EOF
051700         READ POSITION-MASTER NEXT RECORD
051800             AT END
051900                 MOVE 'Y' TO DLR169-POS-EOF-SW
052000         END-READ
052100     END-IF.
052200 2100-EXIT.
052300     EXIT.
052400
052500 2200-FIND-CANDIDATE.
052600     MOVE 'N' TO DLR169-CAND-FOUND-SW.
052700     SET DLR169-CAND-IX TO 1.
052800     SEARCH DLR169-CAND-ENTRY
052900         AT END
053000             CONTINUE
053100         WHEN DLR169-CAND-IX > DLR169-CAND-COUNT
053200             CONTINUE
053300         WHEN DLR169-C-KEYCODE (DLR169-CAND-IX)
053400                 = DLR169-WORK-KEYCODE
053500             MOVE 'Y' TO DLR169-CAND-FOUND-SW
053600     END-SEARCH.
053700 2200-EXIT.
053800     EXIT.
053900
054000*    A LINE WITH NO PRICE AT ALL TOMORROW CANNOT BE TICKETED.
054100 2300-COMPARE-PRICES.
054200     MOVE DLR169-TODAY-CYYMMDD TO DLR169-PD-CYYMMDD.
054300     MOVE DLR169-RUN-CCYYMMDD  TO DLR169-PD-CCYYMMDD.
054400     MOVE DLR169-C-TODAY-BASE (DLR169-CAND-IX)
054500         TO DLR169-PD-BASE.
054600     PERFORM 2400-PRICE-FOR-DATE.
054700     MOVE DLR169-PD-PRICE  TO DLR169-TODAY-PRICE.
054800     MOVE DLR169-PD-SOURCE TO DLR169-TODAY-SOURCE.
054900     MOVE DLR169-TMRW-CYYMMDD  TO DLR169-PD-CYYMMDD.
055000     MOVE DLR169-TMRW-CCYYMMDD TO DLR169-PD-CCYYMMDD.
055100     MOVE DLR169-C-TMRW-BASE (DLR169-CAND-IX)
055200         TO DLR169-PD-BASE.
055300     PERFORM 2400-PRICE-FOR-DATE.
055400     MOVE DLR169-PD-PRICE     TO DLR169-TMRW-PRICE.
055500     MOVE DLR169-PD-SOURCE    TO DLR169-TMRW-SOURCE.
055600     MOVE DLR169-PD-PROMO-END TO DLR169-TMRW-PROMO-END.
055700     IF  DLR169-TMRW-PRICE NOT = DLR169-TODAY-PRICE
055800         IF  DLR169-TMRW-PRICE > ZERO
055900             PERFORM 2500-WRITE-LABEL
056000         ELSE
056100             ADD 1 TO DLR169-NO-PRICE
056200         END-IF
056300     END-IF.
056400 2300-EXIT.
056500     EXIT.
056600
056700*    SAME PRECEDENCE AS THE DLR050 CHECK PRICE: A PROMOTION
056800*    WINDOW COVERING THE DATE, ELSE THE LATEST MARKDOWN FOR
056900*    THIS STORE OR THE CHAIN EFFECTIVE BY THE DATE, ELSE BASE.
057000 2400-PRICE-FOR-DATE.
057100     MOVE DLR169-PD-BASE TO DLR169-PD-PRICE.
057200     MOVE 'B'  TO DLR169-PD-SOURCE.
057300     MOVE ZERO TO DLR169-PD-MKD-BEST.
057400     MOVE ZERO TO DLR169-PD-PROMO-END.
057500     PERFORM 2410-TEST-ONE-MARKDOWN
057600         VARYING DLR169-MKD-IX FROM 1 BY 1
057700         UNTIL DLR169-MKD-IX > DLR169-MKD-COUNT.
057800     SET DLR169-PROM-IX TO 1.
057900     SEARCH DLR169-PROM-ENTRY
058000         AT END
058100             CONTINUE
058200         WHEN DLR169-PROM-IX > DLR169-PROM-COUNT
058300             CONTINUE
058400         WHEN DLR169-P-KEYCODE (DLR169-PROM-IX)
058500                 = DLR169-C-KEYCODE (DLR169-CAND-IX)
058600          AND DLR169-P-START (DLR169-PROM-IX)
058700                 <= DLR169-PD-CYYMMDD
058800          AND DLR169-P-END (DLR169-PROM-IX)
058900                 >= DLR169-PD-CYYMMDD
059000             MOVE 'S' TO DLR169-PD-SOURCE
059100             MOVE DLR169-P-PRICE (DLR169-PROM-IX)
059200                 TO DLR169-PD-PRICE
059300             MOVE DLR169-P-END (DLR169-PROM-IX)
059400                 TO DLR169-PD-PROMO-END
059500     END-SEARCH.
059600 2400-EXIT.
059700     EXIT.
059800
059900 2410-TEST-ONE-MARKDOWN.
060000     IF  DLR169-M-KEYCODE (DLR169-MKD-IX)
060100             = DLR169-C-KEYCODE (DLR169-CAND-IX)
060200     AND (DLR169-M-STORE-NO (DLR169-MKD-IX) = ZERO
060300          OR DLR169-M-STORE-NO (DLR169-MKD-IX)
060400             = DLINVPOS-STR-NO)
060500     AND DLR169-M-EFF-DATE (DLR169-MKD-IX)
060600             <= DLR169-PD-CCYYMMDD
060700     AND DLR169-M-EFF-DATE (DLR169-MKD-IX)
060800             >= DLR169-PD-MKD-BEST
060900         MOVE 'M' TO DLR169-PD-SOURCE
061000         MOVE DLR169-M-EFF-DATE (DLR169-MKD-IX)
061100             TO DLR169-PD-MKD-BEST
061200         MOVE DLR169-M-PRICE (DLR169-MKD-IX)
061300             TO DLR169-PD-PRICE
061400     END-IF.
061500 2410-EXIT.
061600     EXIT.
061700
061800 2500-WRITE-LABEL.
061900     MOVE DLINVPOS-STR-NO     TO DLSHLBL-STORE-NO.
062000     MOVE DLR169-C-KEYCODE (DLR169-CAND-IX)
062100         TO DLSHLBL-KEYCODE-NO.
062200     MOVE DLR169-C-DESC (DLR169-CAND-IX)
062300         TO DLSHLBL-DESCRIPTION.
062400     MOVE DLR169-TMRW-PRICE    TO DLSHLBL-NEW-PRICE.
062500     MOVE DLR169-TODAY-PRICE   TO DLSHLBL-WAS-PRICE.
062600     MOVE DLR169-TMRW-CCYYMMDD TO DLSHLBL-EFF-DATE.
062700     MOVE ZERO                 TO DLSHLBL-PROMO-END-DATE.
062800     EVALUATE TRUE
062900         WHEN DLR169-TMRW-SOURCE = 'S'
063000             MOVE 'S' TO DLSHLBL-CHANGE-TYPE
063100             COMPUTE DLSHLBL-PROMO-END-DATE =
063200                 DLR169-TMRW-PROMO-END + 19000000
063300             ADD 1 TO DLR169-S-PROMO-START
063400         WHEN DLR169-TODAY-SOURCE = 'S'
063500             MOVE 'E' TO DLSHLBL-CHANGE-TYPE
063600             ADD 1 TO DLR169-S-PROMO-END
063700         WHEN DLR169-TMRW-SOURCE = 'M'
063800             MOVE 'M' TO DLSHLBL-CHANGE-TYPE
063900             ADD 1 TO DLR169-S-MARKDOWN
064000         WHEN OTHER
064100             MOVE 'P' TO DLSHLBL-CHANGE-TYPE
064200             ADD 1 TO DLR169-S-PRICE-CHANGE
064300     END-EVALUATE.
064400     WRITE DLSHLBL-RECORD.
064500     ADD 1 TO DLR169-S-LABELS.
064600 2500-EXIT.
064700     EXIT.
064800
064900*    A STORE WITH NOTHING TO RE-TICKET IS NOT LISTED.
065000 3000-STORE-SUMMARY.
065100     IF  DLR169-S-LABELS > ZERO
065200         ADD 1 TO DLR169-STORES-LABELLED
065300         MOVE DLR169-CURR-STORE TO DLR169-STORE-EDIT
065400         MOVE SPACES TO DLR169-L-STORE
065500         MOVE DLR169-STORE-EDIT TO DLR169-L-STORE (1:4)
065600         MOVE DLR169-S-LABELS       TO DLR169-L-LABELS
065700         MOVE DLR169-S-PROMO-START  TO DLR169-L-PROMO-START
065800         MOVE DLR169-S-PROMO-END    TO DLR169-L-PROMO-END
065900         MOVE DLR169-S-PRICE-CHANGE TO DLR169-L-PRICE-CHANGE
066000         MOVE DLR169-S-MARKDOWN     TO DLR169-L-MARKDOWN
066100         WRITE SUMMARY-LINE FROM DLR169-COUNT-LINE
066200         ADD DLR169-S-LABELS       TO DLR169-G-LABELS
066300         ADD DLR169-S-PROMO-START  TO DLR169-G-PROMO-START
066400         ADD DLR169-S-PROMO-END    TO DLR169-G-PROMO-END
066500         ADD DLR169-S-PRICE-CHANGE TO DLR169-G-PRICE-CHANGE
066600         ADD DLR169-S-MARKDOWN     TO DLR169-G-MARKDOWN
066700     END-IF.
066800 3000-EXIT.
066900     EXIT.
067000
067100 9000-TERMINATE.
067200     IF  NOT DLR169-FIRST-STORE
067300         PERFORM 3000-STORE-SUMMARY
067400     END-IF.
067500     MOVE 'TOTAL   '            TO DLR169-L-STORE.
067600     MOVE DLR169-G-LABELS       TO DLR169-L-LABELS.
067700     MOVE DLR169-G-PROMO-START  TO DLR169-L-PROMO-START.
067800     MOVE DLR169-G-PROMO-END    TO DLR169-L-PROMO-END.
067900     MOVE DLR169-G-PRICE-CHANGE TO DLR169-L-PRICE-CHANGE.
068000     MOVE DLR169-G-MARKDOWN     TO DLR169-L-MARKDOWN.
068100     WRITE SUMMARY-LINE FROM DLR169-COUNT-LINE.
068200     DISPLAY 'DLR169 DLRETPRM CHANGES     = ' DLR169-JRN-CHANGES.
068300     DISPLAY 'DLR169 PROMO STARTS/ENDS    = '
068400         DLR169-PROMO-EVENTS.
068500     DISPLAY 'DLR169 MARKDOWNS DUE        = ' DLR169-MKD-EVENTS.
068600     DISPLAY 'DLR169 KEYCODES TO CHECK    = ' DLR169-CAND-COUNT.
068700     DISPLAY 'DLR169 POSITIONS READ       = '
068800         DLR169-POSITIONS-READ.
068900     DISPLAY 'DLR169 STORES TO RE-TICKET  = '
069000         DLR169-STORES-LABELLED.
069100     DISPLAY 'DLR169 LABELS WRITTEN       = ' DLR169-G-LABELS.
069200     IF  DLR169-NO-PRICE > ZERO
069300         DISPLAY 'DLR169 NO PRICE TOMORROW    = '
069400             DLR169-NO-PRICE
069500         MOVE 4 TO RETURN-CODE
069600     END-IF.
069700     IF  DLR169-TABLE-FULL > ZERO
069800         DISPLAY 'DLR169 TABLE FULL - DROPPED = '
069900             DLR169-TABLE-FULL
070000         MOVE 4 TO RETURN-CODE
070100     END-IF.
070200     CLOSE POSITION-MASTER
070300           RETAIL-MASTER
070400           LABEL-FILE
070500           SUMMARY-REPORT.
070600 9000-EXIT.
070700     EXIT.
