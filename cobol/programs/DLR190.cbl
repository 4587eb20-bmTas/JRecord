000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR190.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR190 - QUARTERLY MARKETING CONSENT AUDIT                   *
001000*                                                                *
001100*   FOR THE PRIVACY OFFICER. COVERS THE LAST COMPLETE CALENDAR   *
001200*   QUARTER BEFORE THE RUN DATE AND REPORTS -                    *
001300*     1. CONSENT CHANGES LOADED IN THE QUARTER FROM DLCONHST,    *
001400*        BY CHANNEL, KIND OF CHANGE AND SOURCE (STORE OR WEB).   *
001500*     2. THE DLCONSNT REGISTER AS IT STANDS, BY CHANNEL, WITH    *
001600*        ROWS CARRYING NO SOURCE REFERENCE AS EVIDENCE GAPS.     *
001700*     3. EVERY DLCAMPSL CAMPAIGN SELECTION MADE IN THE QUARTER   *
001800*        CHECKED AGAINST THE CONSENT HELD ON ITS SELECTION       *
001900*        DATE (SAME RULE AS DLR118); ANY SELECTION WITHOUT       *
002000*        CONSENT IS LISTED AND SETS RETURN CODE 4.               *
002100*                                                                *
002200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002300*  ---|----------|------------------------------|------------    *
002400*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CONSENT-HISTORY   ASSIGN TO DLCONHST
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT CONSENT-REGISTER  ASSIGN TO DLCONSNT
003600                              ORGANIZATION IS INDEXED
003700                              ACCESS MODE IS DYNAMIC
003800                              RECORD KEY IS DLCONSNT-KEY.
003900     SELECT SELECT-REGISTER   ASSIGN TO DLCAMPSL
004000                              ORGANIZATION IS SEQUENTIAL.
004100     SELECT AUDIT-REPORT      ASSIGN TO CONSAUD
004200                              ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CONSENT-HISTORY
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  DLCONHST-RECORD.
004900     COPY DLCONHST.
005000 FD  CONSENT-REGISTER
005100     LABEL RECORDS ARE STANDARD.
005200 01  DLCONSNT-RECORD.
005300     COPY DLCONSNT.
005400 FD  SELECT-REGISTER
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD.
005700 01  DLCAMPSL-RECORD.
005800     COPY DLCAMPSL.
005900 FD  AUDIT-REPORT
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  AUDIT-LINE                  PIC X(132).
006300 WORKING-STORAGE SECTION.
006400 01  DLR190-SWITCHES.
006500     05  DLR190-EOF-SW            PIC X(01)  VALUE 'N'.
006600         88  DLR190-EOF                      VALUE 'Y'.
006700     05  DLR190-CONSENT-SW        PIC X(01)  VALUE 'N'.
006800         88  DLR190-CONSENTED                VALUE 'Y'.
006900 01  DLR190-DATES.
007000     05  DLR190-RUN-DATE          PIC 9(08)  VALUE ZERO.
007100     05  DLR190-RUN-DATE-PARTS REDEFINES DLR190-RUN-DATE.
007200         10  DLR190-RUN-CCYY      PIC 9(04).
007300         10  DLR190-RUN-MM        PIC 9(02).
007400         10  DLR190-RUN-DD        PIC 9(02).
007500     05  DLR190-QTR-CCYY          PIC 9(04).
007600     05  DLR190-QTR-NO            PIC 9(01).
007700     05  DLR190-QTR-FROM          PIC 9(08).
007800     05  DLR190-QTR-TO            PIC 9(08).
007900*    CHANNEL SUBSCRIPT 1 MAIL, 2 EMAIL, 3 SMS. CHANGE SUBSCRIPT
008000*    1 NEW OPT-IN, 2 NEW OPT-OUT, 3 IN TO OUT, 4 OUT TO IN.
008100*    SOURCE SUBSCRIPT 1 STORE, 2 WEB.
008200 01  DLR190-CHANNEL-SUB           PIC S9(04)  COMP.
008300 01  DLR190-CHANGE-SUB            PIC S9(04)  COMP.
008400 01  DLR190-SOURCE-SUB            PIC S9(04)  COMP.
008500 01  DLR190-CHANNEL-NAMES.
008600     05  FILLER                   PIC X(06)  VALUE 'MAIL  '.
008700     05  FILLER                   PIC X(06)  VALUE 'EMAIL '.
008800     05  FILLER                   PIC X(06)  VALUE 'SMS   '.
008900 01  DLR190-CHANNEL-TABLE REDEFINES DLR190-CHANNEL-NAMES.
009000     05  DLR190-CHANNEL-NAME      OCCURS 3 TIMES
009100                                  PIC X(06).
009200 01  DLR190-CHANGE-NAMES.
009300     05  FILLER                   PIC X(12)  VALUE 'NEW OPT-IN  '.
009400     05  FILLER                   PIC X(12)  VALUE 'NEW OPT-OUT '.
009500     05  FILLER                   PIC X(12)  VALUE 'IN TO OUT   '.
009600     05  FILLER                   PIC X(12)  VALUE 'OUT TO IN   '.
009700 01  DLR190-CHANGE-TABLE REDEFINES DLR190-CHANGE-NAMES.
009800     05  DLR190-CHANGE-NAME       OCCURS 4 TIMES
009900                                  PIC X(12).
010000 01  DLR190-CHANGE-COUNTS.
010100     05  DLR190-CHG-CHANNEL       OCCURS 3 TIMES.
010200         10  DLR190-CHG-KIND      OCCURS 4 TIMES.
010300             15  DLR190-CHG-COUNT OCCURS 2 TIMES
010400                                  PIC 9(07).
010500 01  DLR190-REGISTER-COUNTS.
010600     05  DLR190-REG-CHANNEL       OCCURS 3 TIMES.
010700         10  DLR190-REG-IN        PIC 9(09).
010800         10  DLR190-REG-OUT       PIC 9(09).
010900         10  DLR190-REG-NO-REF    PIC 9(09).
011000 01  DLR190-SELECTION-COUNTS.
011100     05  DLR190-SEL-CHANNEL       OCCURS 3 TIMES.
011200         10  DLR190-SEL-CHECKED   PIC 9(09).
011300         10  DLR190-SEL-NO-CONSENT PIC 9(09).
011400 01  DLR190-COUNTERS.
011500     05  DLR190-HIST-READ         PIC 9(09)  VALUE ZERO.
011600     05  DLR190-HIST-IN-QTR       PIC 9(09)  VALUE ZERO.
011700     05  DLR190-SEL-READ          PIC 9(09)  VALUE ZERO.
011800     05  DLR190-VIOLATIONS        PIC 9(09)  VALUE ZERO.
011900 01  DLR190-HEADING-1.
012000     05  FILLER                   PIC X(53)  VALUE
012100         'DLR190 - QUARTERLY MARKETING CONSENT AUDIT       RUN '.
012200     05  DLR190-H-RUN-DATE        PIC 9(08).
012300 01  DLR190-HEADING-2.
012400     05  FILLER                   PIC X(10)  VALUE 'QUARTER - '.
012500     05  DLR190-H-QTR-CCYY        PIC 9(04).
012600     05  FILLER                   PIC X(02)  VALUE ' Q'.
012700     05  DLR190-H-QTR-NO          PIC 9(01).
012800     05  FILLER                   PIC X(03)  VALUE SPACES.
012900     05  DLR190-H-QTR-FROM        PIC 9(08).
013000     05  FILLER                   PIC X(04)  VALUE ' TO '.
013100     05  DLR190-H-QTR-TO          PIC 9(08).
013200 01  DLR190-SECTION-LINE          PIC X(60).
013300 01  DLR190-CHANGE-HEADING.
013400     05  FILLER                   PIC X(40)  VALUE
013500         'CHANNEL  CHANGE        STORE      WEB'.
013600     05  FILLER                   PIC X(08)  VALUE
013700         '   TOTAL'.
013800 01  DLR190-CHANGE-LINE.
013900     05  DLR190-C-CHANNEL         PIC X(06).
014000     05  FILLER                   PIC X(03)  VALUE SPACES.
014100     05  DLR190-C-CHANGE          PIC X(12).
014200     05  DLR190-C-STORE           PIC ZZZ,ZZ9.
014300     05  FILLER                   PIC X(02)  VALUE SPACES.
014400     05  DLR190-C-WEB             PIC ZZZ,ZZ9.
014500     05  FILLER                   PIC X(02)  VALUE SPACES.
014600     05  DLR190-C-TOTAL           PIC Z,ZZZ,ZZ9.
014700 01  DLR190-REGISTER-HEADING.
014800     05  FILLER                   PIC X(23)  VALUE
014900         'CHANNEL     OPTED IN   '.
015000     05  FILLER                   PIC X(21)  VALUE
015100         'OPTED OUT  NO SRC REF'.
015200 01  DLR190-REGISTER-LINE.
015300     05  DLR190-G-CHANNEL         PIC X(06).
015400     05  FILLER                   PIC X(03)  VALUE SPACES.
015500     05  DLR190-G-IN              PIC ZZZ,ZZZ,ZZ9.
015600     05  FILLER                   PIC X(01)  VALUE SPACES.
015700     05  DLR190-G-OUT             PIC ZZZ,ZZZ,ZZ9.
015800     05  FILLER                   PIC X(01)  VALUE SPACES.
015900     05  DLR190-G-NO-REF          PIC ZZZ,ZZZ,ZZ9.
016000 01  DLR190-SELECTION-HEADING.
016100     05  FILLER                   PIC X(40)  VALUE
016200         'CHANNEL     SELECTED  NO CONSENT'.
016300 01  DLR190-SELECTION-LINE.
016400     05  DLR190-S-CHANNEL         PIC X(06).
016500     05  FILLER                   PIC X(03)  VALUE SPACES.
016600     05  DLR190-S-CHECKED         PIC ZZZ,ZZZ,ZZ9.
016700     05  FILLER                   PIC X(01)  VALUE SPACES.
016800     05  DLR190-S-NO-CONSENT      PIC ZZZ,ZZZ,ZZ9.
016900 01  DLR190-VIOLATION-LINE.
017000     05  FILLER                   PIC X(22)  VALUE
017100         '  SELECTED, NO CONSENT'.
017200     05  FILLER                   PIC X(02)  VALUE SPACES.
017300     05  DLR190-V-CAMPAIGN        PIC X(08).
017400     05  FILLER                   PIC X(02)  VALUE SPACES.
017500     05  DLR190-V-CUST-NO         PIC 9(16).
017600     05  FILLER                   PIC X(02)  VALUE SPACES.
017700     05  DLR190-V-GROUP           PIC X(01).
017800     05  FILLER                   PIC X(02)  VALUE SPACES.
017900     05  DLR190-V-CHANNEL         PIC X(01).
018000     05  FILLER                   PIC X(02)  VALUE SPACES.
018100     05  DLR190-V-DATE            PIC 9(08).
018200 01  DLR190-TOTAL-LINE.
018300     05  DLR190-T-LABEL           PIC X(40).
018400     05  DLR190-T-COUNT           PIC ZZZ,ZZZ,ZZ9.
018500 01  DLR190-BLANK-LINE            PIC X(01)  VALUE SPACE.
018600 PROCEDURE DIVISION.
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE.
018900     PERFORM 2000-COUNT-CHANGE
019000         UNTIL DLR190-EOF.
019100     PERFORM 3000-COUNT-REGISTER.
019200     PERFORM 5000-PRINT-CONSENT-COUNTS.
019300     PERFORM 4000-CHECK-SELECTIONS.
019400     PERFORM 8000-PRINT-TOTALS.
019500     PERFORM 9000-TERMINATE.
019600     STOP RUN.
019700
019800 1000-INITIALIZE.
019900     OPEN INPUT  CONSENT-HISTORY
020000                 CONSENT-REGISTER
020100                 SELECT-REGISTER.
020200     OPEN OUTPUT AUDIT-REPORT.
020300     INITIALIZE DLR190-CHANGE-COUNTS
020400                DLR190-REGISTER-COUNTS
020500                DLR190-SELECTION-COUNTS.
020600     ACCEPT DLR190-RUN-DATE FROM DATE YYYYMMDD.
020700     PERFORM 1100-SET-QUARTER.
020800     MOVE DLR190-RUN-DATE TO DLR190-H-RUN-DATE.
020900     MOVE DLR190-QTR-CCYY TO DLR190-H-QTR-CCYY.
021000     MOVE DLR190-QTR-NO   TO DLR190-H-QTR-NO.
021100     MOVE DLR190-QTR-FROM TO DLR190-H-QTR-FROM.
021200     MOVE DLR190-QTR-TO   TO DLR190-H-QTR-TO.
021300     WRITE AUDIT-LINE FROM DLR190-HEADING-1.
021400     WRITE AUDIT-LINE FROM DLR190-HEADING-2.
021500     PERFORM 2100-READ-HISTORY.
021600 1000-EXIT.
021700     EXIT.
021800
021900*    THE QUARTER BEFORE THE ONE HOLDING THE RUN DATE. DAY 31 IS
022000*    USED AS THE LAST DAY OF EVERY QUARTER-END MONTH; NO REAL
022100*    DATE IN THE MONTH COMPARES ABOVE IT.
022200 1100-SET-QUARTER.
022300     COMPUTE DLR190-QTR-NO = (DLR190-RUN-MM - 1) / 3.
022400     MOVE DLR190-RUN-CCYY TO DLR190-QTR-CCYY.
022500     IF  DLR190-QTR-NO = ZERO
022600         MOVE 4 TO DLR190-QTR-NO
022700         SUBTRACT 1 FROM DLR190-QTR-CCYY
022800     END-IF.
022900     COMPUTE DLR190-QTR-FROM =
023000         DLR190-QTR-CCYY * 10000
023100             + ((DLR190-QTR-NO - 1) * 3 + 1) * 100 + 1.
023200     COMPUTE DLR190-QTR-TO =
023300         DLR190-QTR-CCYY * 10000
023400             + (DLR190-QTR-NO * 3) * 100 + 31.
023500 1100-EXIT.
023600     EXIT.
023700
023800 2000-COUNT-CHANGE.
023900     ADD 1 TO DLR190-HIST-READ.
024000     IF  DLCONHST-LOAD-DATE NOT < DLR190-QTR-FROM
024100     AND DLCONHST-LOAD-DATE NOT > DLR190-QTR-TO
024200         ADD 1 TO DLR190-HIST-IN-QTR
024300         PERFORM 2200-SET-CHANGE-SUBS
024400         ADD 1 TO DLR190-CHG-COUNT (DLR190-CHANNEL-SUB
024500             DLR190-CHANGE-SUB DLR190-SOURCE-SUB)
024600     END-IF.
024700     PERFORM 2100-READ-HISTORY.
024800 2000-EXIT.
024900     EXIT.
025000
025100 2100-READ-HISTORY.
025200     READ CONSENT-HISTORY
025300         AT END
025400             MOVE 'Y' TO DLR190-EOF-SW
025500     END-READ.
025600 2100-EXIT.
025700     EXIT.
025800
025900 2200-SET-CHANGE-SUBS.
026000     EVALUATE DLCONHST-CHANNEL
026100         WHEN 'E'
026200             MOVE 2 TO DLR190-CHANNEL-SUB
026300         WHEN 'S'
026400             MOVE 3 TO DLR190-CHANNEL-SUB
026500         WHEN OTHER
026600             MOVE 1 TO DLR190-CHANNEL-SUB
026700     END-EVALUATE.
026800     EVALUATE TRUE
026900         WHEN DLCONHST-OLD-STATUS = SPACE
027000         AND  DLCONHST-NEW-STATUS = 'I'
027100             MOVE 1 TO DLR190-CHANGE-SUB
027200         WHEN DLCONHST-OLD-STATUS = SPACE
027300             MOVE 2 TO DLR190-CHANGE-SUB
027400         WHEN DLCONHST-NEW-STATUS = 'O'
027500             MOVE 3 TO DLR190-CHANGE-SUB
027600         WHEN OTHER
027700             MOVE 4 TO DLR190-CHANGE-SUB
027800     END-EVALUATE.
027900     IF  DLCONHST-SOURCE = 'W'
028000         MOVE 2 TO DLR190-SOURCE-SUB
028100     ELSE
028200         MOVE 1 TO DLR190-SOURCE-SUB
028300     END-IF.
028400 2200-EXIT.
028500     EXIT.
028600
028700 3000-COUNT-REGISTER.
028800     MOVE 'N' TO DLR190-EOF-SW.
028900     MOVE LOW-VALUES TO DLCONSNT-KEY.
029000     START CONSENT-REGISTER KEY NOT < DLCONSNT-KEY
029100         INVALID KEY
029200             MOVE 'Y' TO DLR190-EOF-SW
029300     END-START.
029400     IF  NOT DLR190-EOF
029500         PERFORM 3100-READ-REGISTER
029600     END-IF.
029700     PERFORM 3200-COUNT-ONE-CONSENT
029800         UNTIL DLR190-EOF.
029900 3000-EXIT.
030000     EXIT.
030100
030200 3100-READ-REGISTER.
030300     READ CONSENT-REGISTER NEXT RECORD
030400         AT END
030500             MOVE 'Y' TO DLR190-EOF-SW
030600     END-READ.
030700 3100-EXIT.
030800     EXIT.
030900
031000 3200-COUNT-ONE-CONSENT.
031100     EVALUATE TRUE
031200         WHEN DLCONSNT-EMAIL
031300             MOVE 2 TO DLR190-CHANNEL-SUB
031400         WHEN DLCONSNT-SMS
031500             MOVE 3 TO DLR190-CHANNEL-SUB
031600         WHEN OTHER
031700             MOVE 1 TO DLR190-CHANNEL-SUB
031800     END-EVALUATE.
031900     IF  DLCONSNT-OPTED-IN
032000         ADD 1 TO DLR190-REG-IN (DLR190-CHANNEL-SUB)
032100     ELSE
032200         ADD 1 TO DLR190-REG-OUT (DLR190-CHANNEL-SUB)
032300     END-IF.
032400     IF  DLCONSNT-SOURCE-REF = SPACES
032500         ADD 1 TO DLR190-REG-NO-REF (DLR190-CHANNEL-SUB)
032600     END-IF.
032700     PERFORM 3100-READ-REGISTER.
032800 3200-EXIT.
032900     EXIT.
033000
033100 4000-CHECK-SELECTIONS.
033200     MOVE 'N' TO DLR190-EOF-SW.
033300     MOVE '3. CAMPAIGN SELECTIONS IN THE QUARTER'
033400         TO DLR190-SECTION-LINE.
033500     WRITE AUDIT-LINE FROM DLR190-BLANK-LINE.
033600     WRITE AUDIT-LINE FROM DLR190-SECTION-LINE.
033700     PERFORM 4100-READ-SELECTION.
033800     PERFORM 4200-CHECK-ONE-SELECTION
033900         UNTIL DLR190-EOF.
034000     IF  DLR190-VIOLATIONS = ZERO
034100         MOVE '  NO SELECTION WITHOUT CONSENT' TO AUDIT-LINE
034200         WRITE AUDIT-LINE
034300     END-IF.
034400     WRITE AUDIT-LINE FROM DLR190-BLANK-LINE.
034500     WRITE AUDIT-LINE FROM DLR190-SELECTION-HEADING.
034600     PERFORM 4400-PRINT-SELECTION-CHANNEL
034700         VARYING DLR190-CHANNEL-SUB FROM 1 BY 1
034800         UNTIL DLR190-CHANNEL-SUB > 3.
034900 4000-EXIT.
035000     EXIT.
035100
035200 4100-READ-SELECTION.
035300     READ SELECT-REGISTER
035400         AT END
035500             MOVE 'Y' TO DLR190-EOF-SW
035600     END-READ.
035700 4100-EXIT.
035800     EXIT.
035900
036000 4200-CHECK-ONE-SELECTION.
036100     ADD 1 TO DLR190-SEL-READ.
036200     IF  DLCAMPSL-SELECT-DATE NOT < DLR190-QTR-FROM
036300     AND DLCAMPSL-SELECT-DATE NOT > DLR190-QTR-TO
036400         EVALUATE DLCAMPSL-CHANNEL
036500             WHEN 'E'
036600                 MOVE 2 TO DLR190-CHANNEL-SUB
036700                 MOVE 'E' TO DLCONSNT-CHANNEL
036800             WHEN 'S'
036900                 MOVE 3 TO DLR190-CHANNEL-SUB
037000                 MOVE 'S' TO DLCONSNT-CHANNEL
037100             WHEN OTHER
037200                 MOVE 1 TO DLR190-CHANNEL-SUB
037300                 MOVE 'M' TO DLCONSNT-CHANNEL
037400         END-EVALUATE
037500         ADD 1 TO DLR190-SEL-CHECKED (DLR190-CHANNEL-SUB)
037600         PERFORM 4300-CHECK-CONSENT
037700         IF  NOT DLR190-CONSENTED
037800             ADD 1 TO DLR190-SEL-NO-CONSENT (DLR190-CHANNEL-SUB)
037900             ADD 1 TO DLR190-VIOLATIONS
038000             MOVE DLCAMPSL-CAMPAIGN-ID TO DLR190-V-CAMPAIGN
038100             MOVE DLCAMPSL-CUST-NO     TO DLR190-V-CUST-NO
038200             MOVE DLCAMPSL-GROUP       TO DLR190-V-GROUP
038300             MOVE DLCONSNT-CHANNEL     TO DLR190-V-CHANNEL
038400             MOVE DLCAMPSL-SELECT-DATE TO DLR190-V-DATE
038500             WRITE AUDIT-LINE FROM DLR190-VIOLATION-LINE
038600         END-IF
038700     END-IF.
038800     PERFORM 4100-READ-SELECTION.
038900 4200-EXIT.
039000     EXIT.
039100
039200*    HELD ON THE SELECTION DATE IF THE CURRENT OPT-IN PREDATES
039300*    IT, OR THE CURRENT STATUS CAME LATER AND REPLACED AN OPT-IN
039400*    ALREADY IN FORCE.
039500 4300-CHECK-CONSENT.
039600     MOVE 'N' TO DLR190-CONSENT-SW.
039700     MOVE DLCAMPSL-CUST-NO TO DLCONSNT-CUST-NO.
039800     READ CONSENT-REGISTER
039900         INVALID KEY
040000             CONTINUE
040100         NOT INVALID KEY
040200             PERFORM 4310-TEST-CONSENT-DATE
040300     END-READ.
040400 4300-EXIT.
040500     EXIT.
040600
040700 4310-TEST-CONSENT-DATE.
040800     IF  DLCONSNT-CONSENT-DATE NOT > DLCAMPSL-SELECT-DATE
040900         IF  DLCONSNT-OPTED-IN
041000             MOVE 'Y' TO DLR190-CONSENT-SW
041100         END-IF
041200     ELSE
041300         IF  DLCONSNT-PRIOR-STATUS = 'I'
041400         AND DLCONSNT-PRIOR-DATE NOT > DLCAMPSL-SELECT-DATE
041500             MOVE 'Y' TO DLR190-CONSENT-SW
041600         END-IF
041700     END-IF.
041800 4310-EXIT.
041900     EXIT.
042000
042100 4400-PRINT-SELECTION-CHANNEL.
042200     MOVE DLR190-CHANNEL-NAME (DLR190-CHANNEL-SUB)
042300         TO DLR190-S-CHANNEL.
042400     MOVE DLR190-SEL-CHECKED (DLR190-CHANNEL-SUB)
042500         TO DLR190-S-CHECKED.
042600     MOVE DLR190-SEL-NO-CONSENT (DLR190-CHANNEL-SUB)
042700         TO DLR190-S-NO-CONSENT.
042800     WRITE AUDIT-LINE FROM DLR190-SELECTION-LINE.
042900 4400-EXIT.
043000     EXIT.
043100
043200 5000-PRINT-CONSENT-COUNTS.
043300     MOVE '1. CONSENT CHANGES LOADED IN THE QUARTER'
043400         TO DLR190-SECTION-LINE.
043500     WRITE AUDIT-LINE FROM DLR190-BLANK-LINE.
043600     WRITE AUDIT-LINE FROM DLR190-SECTION-LINE.
043700     WRITE AUDIT-LINE FROM DLR190-CHANGE-HEADING.
043800     PERFORM 5100-PRINT-CHANGE-CHANNEL
043900         VARYING DLR190-CHANNEL-SUB FROM 1 BY 1
044000         UNTIL DLR190-CHANNEL-SUB > 3.
044100     MOVE '2. CONSENT REGISTER AT THE RUN DATE'
044200         TO DLR190-SECTION-LINE.
044300     WRITE AUDIT-LINE FROM DLR190-BLANK-LINE.
044400     WRITE AUDIT-LINE FROM DLR190-SECTION-LINE.
044500     WRITE AUDIT-LINE FROM DLR190-REGISTER-HEADING.
044600     PERFORM 5200-PRINT-REGISTER-CHANNEL
044700         VARYING DLR190-CHANNEL-SUB FROM 1 BY 1
044800         UNTIL DLR190-CHANNEL-SUB > 3.
044900 5000-EXIT.
045000     EXIT.
045100
045200 5100-PRINT-CHANGE-CHANNEL.
045300     PERFORM 5110-PRINT-ONE-CHANGE
045400         VARYING DLR190-CHANGE-SUB FROM 1 BY 1
045500         UNTIL DLR190-CHANGE-SUB > 4.
045600 5100-EXIT.
045700     EXIT.
045800
045900 5110-PRINT-ONE-CHANGE.
046000     MOVE DLR190-CHANNEL-NAME (DLR190-CHANNEL-SUB)
046100         TO DLR190-C-CHANNEL.
046200     MOVE DLR190-CHANGE-NAME (DLR190-CHANGE-SUB)
046300         TO DLR190-C-CHANGE.
046400     MOVE DLR190-CHG-COUNT (DLR190-CHANNEL-SUB
046500         DLR190-CHANGE-SUB 1) TO DLR190-C-STORE.
046600     MOVE DLR190-CHG-COUNT (DLR190-CHANNEL-SUB
046700         DLR190-CHANGE-SUB 2) TO DLR190-C-WEB.
046800     COMPUTE DLR190-C-TOTAL =
046900         DLR190-CHG-COUNT (DLR190-CHANNEL-SUB
047000             DLR190-CHANGE-SUB 1)
047100       + DLR190-CHG-COUNT (DLR190-CHANNEL-SUB
047200             DLR190-CHANGE-SUB 2).
047300     WRITE AUDIT-LINE FROM DLR190-CHANGE-LINE.
047400 5110-EXIT.
047500     EXIT.
047600
047700 5200-PRINT-REGISTER-CHANNEL.
047800     MOVE DLR190-CHANNEL-NAME (DLR190-CHANNEL-SUB)
047900         TO DLR190-G-CHANNEL.
048000     MOVE DLR190-REG-IN (DLR190-CHANNEL-SUB)  TO DLR190-G-IN.
048100     MOVE DLR190-REG-OUT (DLR190-CHANNEL-SUB) TO DLR190-G-OUT.
048200     MOVE DLR190-REG-NO-REF (DLR190-CHANNEL-SUB)
048300         TO DLR190-G-NO-REF.
048400     WRITE AUDIT-LINE FROM DLR190-REGISTER-LINE.
048500 5200-EXIT.
048600     EXIT.
048700
048800 8000-PRINT-TOTALS.
048900     WRITE AUDIT-LINE FROM DLR190-BLANK-LINE.
049000     MOVE 'DLCONHST HISTORY ROWS READ' TO DLR190-T-LABEL.
049100     MOVE DLR190-HIST-READ TO DLR190-T-COUNT.
049200     WRITE AUDIT-LINE FROM DLR190-TOTAL-LINE.
049300     MOVE 'DLCONHST ROWS IN THE QUARTER' TO DLR190-T-LABEL.
049400     MOVE DLR190-HIST-IN-QTR TO DLR190-T-COUNT.
049500     WRITE AUDIT-LINE FROM DLR190-TOTAL-LINE.
049600     MOVE 'DLCAMPSL SELECTIONS READ' TO DLR190-T-LABEL.
049700     MOVE DLR190-SEL-READ TO DLR190-T-COUNT.
049800     WRITE AUDIT-LINE FROM DLR190-TOTAL-LINE.
049900     MOVE 'SELECTIONS WITHOUT CONSENT' TO DLR190-T-LABEL.
050000     MOVE DLR190-VIOLATIONS TO DLR190-T-COUNT.
050100     WRITE AUDIT-LINE FROM DLR190-TOTAL-LINE.
050200 8000-EXIT.
050300     EXIT.
050400
050500 9000-TERMINATE.
050600     DISPLAY 'DLR190 SELECTIONS WITHOUT CONSENT = '
050700         DLR190-VIOLATIONS.
050800     IF  DLR190-VIOLATIONS > ZERO
050900         MOVE 4 TO RETURN-CODE
051000     END-IF.
051100     CLOSE CONSENT-HISTORY
051200           CONSENT-REGISTER
051300           SELECT-REGISTER
051400           AUDIT-REPORT.
051500 9000-EXIT.
051600     EXIT.
