000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR235.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR235 - NIGHTLY INTAKE DATA-QUALITY SCORECARD               *
001000*                                                                *
001100*   READS THE SUSPENSE OR REJECT OUTPUT OF EVERY INTAKE FEED IN  *
001200*   THE FEED TABLE BELOW AND CLASSIFIES EACH REJECT BY FEED,     *
001300*   REASON CODE AND SOURCE - THE STORE, VENDOR, BRANCH,          *
001400*   DEPARTMENT OR CUSTOMER IT CAME FROM. PO-BASED FEEDS THAT     *
001500*   CARRY ONLY THE PO NUMBER ARE TIED TO THEIR VENDOR THROUGH    *
001600*   THE NIGHT'S AMSPODL DOWNLOAD. EACH FEED'S VOLUME IS THE      *
001700*   RECORDS-IN COUNT ON ITS JOB'S LATEST DLRUNLOG END POSTING.   *
001800*   THE NIGHT'S COUNTS ARE ADDED TO THE DLDQHIST HISTORY, WHICH  *
001900*   IS ROLLED TO THE LATEST THIRTEEN DLFISCAL WEEKS AND WRITTEN  *
002000*   AS A NEW GENERATION. THE SCORECARD SHOWS EACH FEED'S REJECT  *
002100*   RATE TONIGHT, THIS WEEK, LAST WEEK AND OVER THIRTEEN WEEKS   *
002200*   WITH THE WEEK-ON-WEEK MOVEMENT, THE NIGHT'S REJECTS BY       *
002300*   REASON, THE WORST TEN SOURCES THIS WEEK AGAINST LAST, AND    *
002400*   THE THIRTEEN-WEEK RATE TREND. A FEED WHOSE RATE TONIGHT      *
002500*   EXCEEDS ITS DLPARAMM LIMIT (RATE-BP-FEED, OR THE RATE-BP     *
002600*   DEFAULT, IN HUNDREDTHS OF A PERCENT) IS ALERTED AND ENDS     *
002700*   THE RUN WITH RETURN CODE 4; A SCORECARD DATE NOT ON THE      *
002800*   FISCAL CALENDAR ENDS IT WITH RETURN CODE 8.                  *
002900*                                                                *
003000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003100*  ---|----------|------------------------------|------------    *
003200*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003300*                                                                *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
004200                              ORGANIZATION IS SEQUENTIAL.
004300     SELECT RUNLOG-FILE       ASSIGN TO DLRUNLOG
004400                              ORGANIZATION IS SEQUENTIAL.
004500     SELECT FISCAL-CAL-FILE   ASSIGN TO DLFISCAL
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT AMS-PODL-FILE     ASSIGN TO AMSPODL
004800                              ORGANIZATION IS SEQUENTIAL.
004900     SELECT SU02-FILE         ASSIGN TO DLR002SU
005000                              ORGANIZATION IS SEQUENTIAL.
005100     SELECT SU04-FILE         ASSIGN TO DLR004SU
005200                              ORGANIZATION IS SEQUENTIAL.
005300     SELECT PODL-FILE         ASSIGN TO PODLSUSP
005400                              ORGANIZATION IS SEQUENTIAL.
005500     SELECT APNX-FILE         ASSIGN TO APNEXCPT
005600                              ORGANIZATION IS SEQUENTIAL.
005700     SELECT AMSH-FILE         ASSIGN TO AMSPOHLD
005800                              ORGANIZATION IS SEQUENTIAL.
005900     SELECT SU83-FILE         ASSIGN TO DLR083SU
006000                              ORGANIZATION IS SEQUENTIAL.
006100     SELECT BDSU-FILE         ASSIGN TO BDSUSRPT
006200                              ORGANIZATION IS SEQUENTIAL.
006300     SELECT INVR-FILE         ASSIGN TO INVREJ
006400                              ORGANIZATION IS SEQUENTIAL.
006500     SELECT S113-FILE         ASSIGN TO DLR113SU
006600                              ORGANIZATION IS SEQUENTIAL.
006700     SELECT S121-FILE         ASSIGN TO DLR121SU
006800                              ORGANIZATION IS SEQUENTIAL.
006900     SELECT ASNS-FILE         ASSIGN TO ASNSUSP
007000                              ORGANIZATION IS SEQUENTIAL.
007100     SELECT HISTORY-IN        ASSIGN TO DLDQHIST
007200                              ORGANIZATION IS SEQUENTIAL.
007300     SELECT HISTORY-OUT       ASSIGN TO DLDQHSTO
007400                              ORGANIZATION IS SEQUENTIAL.
007500     SELECT SCORE-REPORT      ASSIGN TO DQSCORE
007600                              ORGANIZATION IS SEQUENTIAL.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  PARAM-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  DLPARAMM-RECORD.
008300     COPY DLPARAMM.
008400 FD  RUNLOG-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  DLRUNLOG-RECORD.
008800     COPY DLRUNLOG.
008900 FD  FISCAL-CAL-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200 01  DLFISCAL-RECORD.
009300     COPY DLFISCAL.
009400 FD  AMS-PODL-FILE
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE STANDARD.
009700     COPY AMSPODL.
009800*    DLR002 DEPARTMENT CROSS-REFERENCE SUSPENSE.
009900 FD  SU02-FILE
010000     RECORDING MODE IS F
010100     LABEL RECORDS ARE STANDARD.
010200 01  SU02-REC.
010300     05  SU02-REASON-CODE        PIC X(04).
010400     05  SU02-DEPT-NO            PIC S9(03)   COMP-3.
010500     05  FILLER                  PIC X(15).
010600*    DLR004 SALES INTAKE SUSPENSE - REASON AND RAW DTAR020.
010700 FD  SU04-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  SU04-REC.
011100     05  SU04-REASON-CODE        PIC X(04).
011200     05  SU04-KEYCODE-NO         PIC X(08).
011300     05  SU04-STORE-NO           PIC S9(03)   COMP-3.
011400     05  FILLER                  PIC X(17).
011500*    DLR023 PO DEPARTMENT MISMATCH LISTING.
011600 FD  PODL-FILE
011700     RECORDING MODE IS F
011800     LABEL RECORDS ARE STANDARD.
011900 01  PODL-REC.
012000     05  PODL-PO                 PIC 9(12).
012100     05  FILLER                  PIC X(68).
012200*    DLR028 APN EXCEPTION LISTING.
012300 FD  APNX-FILE
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600 01  APNX-REC.
012700     05  APNX-PO                 PIC 9(12).
012800     05  FILLER                  PIC X(68).
012900*    DLR075 HELD PO DOWNLOAD - PO, PRODUCT AND LOCATION RECORDS.
013000 FD  AMSH-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300 01  AMSH-REC.
013400     05  AMSH-RECORD-TYPE        PIC X(02).
013500     05  AMSH-SEQUENCE-NO        PIC X(05).
013600     05  AMSH-VENDOR             PIC 9(10).
013700     05  FILLER                  PIC X(134).
013800*    DLR083 GL POSTING SUSPENSE.
013900 FD  SU83-FILE
014000     RECORDING MODE IS F
014100     LABEL RECORDS ARE STANDARD.
014200 01  SU83-REC.
014300     05  SU83-REASON-CODE        PIC X(04).
014400     05  SU83-PROC-BRCH          PIC X(04).
014500     05  FILLER                  PIC X(12).
014600*    DLR085 CLOSED-DATE SUSPENSE LISTING.
014700 FD  BDSU-FILE
014800     RECORDING MODE IS F
014900     LABEL RECORDS ARE STANDARD.
015000 01  BDSU-LINE.
015100     05  BDSU-TAG                PIC X(09).
015200         88  BDSU-REJECT-LINE            VALUE 'REJECT - '.
015300     05  BDSU-TRANS-REF          PIC X(13).
015400     05  FILLER                  PIC X(08).
015500     05  BDSU-AREA               PIC X(04).
015600     05  FILLER                  PIC X(46).
015700*    DLR092 INVOICE MAINTENANCE REJECTION LISTING.
015800 FD  INVR-FILE
015900     RECORDING MODE IS F
016000     LABEL RECORDS ARE STANDARD.
016100 01  INVR-LINE.
016200     05  INVR-TAG                PIC X(07).
016300         88  INVR-REJECT-LINE            VALUE 'CARD - '.
016400     05  INVR-ACTION             PIC X(01).
016500     05  FILLER                  PIC X(02).
016600     05  INVR-CUSTOMER           PIC X(09).
016700     05  FILLER                  PIC X(02).
016800     05  INVR-INVOICE            PIC X(10).
016900     05  FILLER                  PIC X(02).
017000     05  INVR-REASON             PIC X(30).
017100     05  FILLER                  PIC X(17).
017200*    DLR113 POINTS REDEMPTION SUSPENSE.
017300 FD  S113-FILE
017400     RECORDING MODE IS F
017500     LABEL RECORDS ARE STANDARD.
017600 01  S113-REC.
017700     05  S113-REASON-CODE        PIC X(04).
017800     05  S113-CUST-NO            PIC X(16).
017900     05  FILLER                  PIC X(34).
018000*    DLR121 RTV RECEIPT-MATCH SUSPENSE.
018100 FD  S121-FILE
018200     RECORDING MODE IS F
018300     LABEL RECORDS ARE STANDARD.
018400 01  S121-REC.
018500     05  S121-REASON-CODE        PIC X(04).
018600     05  S121-RECEIPT-LOCN       PIC X(04).
018700     05  FILLER                  PIC X(32).
018800*    DLR126 ASN SUSPENSE - REASON AND RAW STDR RECORD, WHOSE
018900*    KEY COLUMNS LEAD WITH BRAND, ORDER AND RECEIPT LOCATION.
019000 FD  ASNS-FILE
019100     RECORDING MODE IS F
019200     LABEL RECORDS ARE STANDARD.
019300 01  ASNS-REC.
019400     05  ASNS-REASON-CODE        PIC X(04).
019500     05  ASNS-RECORD-TYPE        PIC X(02).
019600     05  ASNS-BRAND-ID           PIC X(03).
019700     05  ASNS-ORDER-NO           PIC X(12).
019800     05  ASNS-RECEIPT-LOCN       PIC X(04).
019900     05  FILLER                  PIC X(329).
020000 FD  HISTORY-IN
020100     RECORDING MODE IS F
020200     LABEL RECORDS ARE STANDARD.
020300 01  HISTORY-IN-REC              PIC X(80).
020400 FD  HISTORY-OUT
020500     RECORDING MODE IS F
020600     LABEL RECORDS ARE STANDARD.
020700 01  HISTORY-OUT-REC             PIC X(80).
020800 FD  SCORE-REPORT
020900     RECORDING MODE IS F
021000     LABEL RECORDS ARE STANDARD.
021100 01  SCORE-LINE                  PIC X(132).
021200 WORKING-STORAGE SECTION.
021300 01  DLR235-SWITCHES.
021400     05  DLR235-EOF-SW            PIC X(01)  VALUE 'N'.
021500         88  DLR235-EOF                      VALUE 'Y'.
021600     05  DLR235-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
021700         88  DLR235-PARM-EOF                 VALUE 'Y'.
021800     05  DLR235-CAL-OK-SW         PIC X(01)  VALUE 'N'.
021900         88  DLR235-CALENDAR-OK              VALUE 'Y'.
022000     05  DLR235-FEED-FOUND-SW     PIC X(01)  VALUE 'N'.
022100         88  DLR235-FEED-FOUND               VALUE 'Y'.
022200     05  DLR235-SRC-FOUND-SW      PIC X(01)  VALUE 'N'.
022300         88  DLR235-SRC-FOUND                VALUE 'Y'.
022400     05  DLR235-PO-FOUND-SW       PIC X(01)  VALUE 'N'.
022500         88  DLR235-PO-FOUND                 VALUE 'Y'.
022600 01  DLR235-CONSTANTS.
022700*    BUILT-IN DEFAULT - LIVE VALUES COME FROM DLPARAMM.
022800     05  DLR235-DEFAULT-RATE-BP   PIC 9(09)  VALUE 500.
022900     05  DLR235-BEST-EFF-DEF      PIC 9(08)  VALUE ZERO.
023000 01  DLR235-RUN-DATE              PIC 9(08)  VALUE ZERO.
023100 01  DLR235-SCORE-DATE            PIC 9(08)  VALUE ZERO.
023200*    EVERY INTAKE FEED SCORED: FEED ID, THE JOB THAT WRITES ITS
023300*    SUSPENSE OR REJECT FILE (AND POSTS ITS DLRUNLOG VOLUME),
023400*    THE KIND OF SOURCE ITS REJECTS ARE CHARGED TO AND A SHORT
023500*    DESCRIPTION.
023600 01  DLR235-FEED-VALUES.
023700     05  FILLER                   PIC X(31)  VALUE
023800         'SU02DLR002  DDEPT XREF SUSPENSE'.
023900     05  FILLER                   PIC X(31)  VALUE
024000         'SU04DLR004  SSALES INTAKE EDIT '.
024100     05  FILLER                   PIC X(31)  VALUE
024200         'PODLDLR023  VPO DEPT MISMATCH  '.
024300     05  FILLER                   PIC X(31)  VALUE
024400         'APNXDLR028  VPO APN EXCEPTIONS '.
024500     05  FILLER                   PIC X(31)  VALUE
024600         'AMSHDLR075  VPO VENDOR HOLD    '.
024700     05  FILLER                   PIC X(31)  VALUE
024800         'SU83DLR083  BGL POSTING RULES  '.
024900     05  FILLER                   PIC X(31)  VALUE
025000         'BDSUDLR085  BCLOSED-DATE GATE  '.
025100     05  FILLER                   PIC X(31)  VALUE
025200         'INVRDLR092  CINVOICE MAINT     '.
025300     05  FILLER                   PIC X(31)  VALUE
025400         'S113DLR113  CPOINTS REDEMPTION '.
025500     05  FILLER                   PIC X(31)  VALUE
025600         'S121DLR121  SRTV RECEIPT MATCH '.
025700     05  FILLER                   PIC X(31)  VALUE
025800         'ASNSDLR126  SASN VALIDATION    '.
025900 01  DLR235-FEED-TABLE REDEFINES DLR235-FEED-VALUES.
026000     05  DLR235-FEED-ENTRY OCCURS 11 TIMES
026100                           INDEXED BY DLR235-FX.
026200         10  DLR235-K-ID          PIC X(04).
026300         10  DLR235-K-JOB         PIC X(08).
026400         10  DLR235-K-SRC-TYPE    PIC X(01).
026500         10  DLR235-K-DESC        PIC X(18).
026600 01  DLR235-FEED-WORK.
026700     05  DLR235-FEED-COUNTS OCCURS 11 TIMES.
026800         10  DLR235-F-LOGGED      PIC X(01).
026900         10  DLR235-F-BUS-DATE    PIC 9(08).
027000         10  DLR235-F-LOG-TIME    PIC 9(06).
027100         10  DLR235-F-VOLUME      PIC 9(09).
027200         10  DLR235-F-REJECTS     PIC 9(09).
027300         10  DLR235-F-RATE-BP     PIC 9(09).
027400         10  DLR235-F-OVERRIDE    PIC X(01).
027500         10  DLR235-F-BEST-EFF    PIC 9(08).
027600         10  DLR235-F-WEEK OCCURS 13 TIMES.
027700             15  DLR235-F-WK-VOLUME   PIC 9(09).
027800             15  DLR235-F-WK-REJECTS  PIC 9(09).
027900 01  DLR235-FEED-SUB              PIC S9(04)  COMP.
028000 01  DLR235-WEEK-SUB              PIC S9(04)  COMP.
028100 01  DLR235-COL-SUB               PIC S9(04)  COMP.
028200*    THE FISCAL CALENDAR AS LOADED, AND THE THIRTEEN-WEEK
028300*    WINDOW TAKEN FROM IT - WEEK 1 IS THE WEEK HOLDING THE
028400*    SCORECARD DATE, WEEK 2 THE ONE BEFORE, AND SO ON BACK.
028500 01  DLR235-CAL-CONTROL.
028600     05  DLR235-CAL-COUNT         PIC S9(04)  COMP  VALUE ZERO.
028700     05  DLR235-CAL-SUB           PIC S9(04)  COMP.
028800     05  DLR235-CAL-HIT           PIC S9(04)  COMP  VALUE ZERO.
028900 01  DLR235-CAL-TABLE.
029000     05  DLR235-CAL-ENTRY OCCURS 1000 TIMES.
029100         10  DLR235-C-FY          PIC 9(04).
029200         10  DLR235-C-WOY         PIC 9(02).
029300         10  DLR235-C-START       PIC 9(08).
029400         10  DLR235-C-END         PIC 9(08).
029500 01  DLR235-WEEK-CONTROL.
029600     05  DLR235-WEEK-COUNT        PIC S9(04)  COMP  VALUE ZERO.
029700 01  DLR235-WEEK-TABLE.
029800     05  DLR235-WEEK-ENTRY OCCURS 13 TIMES
029900                           INDEXED BY DLR235-WX.
030000         10  DLR235-W-FY          PIC 9(04).
030100         10  DLR235-W-WOY         PIC 9(02).
030200         10  DLR235-W-START       PIC 9(08).
030300         10  DLR235-W-END         PIC 9(08).
030400 01  DLR235-DATE-WORK.
030500     05  DLR235-CYYMMDD           PIC S9(07)   COMP-3.
030600     05  DLR235-CCYYMMDD          PIC 9(08).
030700     05  DLR235-FIND-DATE         PIC 9(08).
030800 01  DLR235-PARAM-NAME-WORK.
030900     05  DLR235-PN-PREFIX         PIC X(08).
031000     05  DLR235-PN-FEED           PIC X(04).
031100 01  DLR235-PO-CONTROL.
031200     05  DLR235-PO-COUNT          PIC S9(04)  COMP  VALUE ZERO.
031300     05  DLR235-PO-DROPPED        PIC 9(07)   VALUE ZERO.
031400 01  DLR235-PO-TABLE.
031500     05  DLR235-PO-ENTRY OCCURS 5000 TIMES
031600                         INDEXED BY DLR235-PO-IX.
031700         10  DLR235-T-PO          PIC 9(12).
031800         10  DLR235-T-VENDOR      PIC 9(10).
031900 01  DLR235-RSN-CONTROL.
032000     05  DLR235-RSN-COUNT         PIC S9(04)  COMP  VALUE ZERO.
032100     05  DLR235-RSN-DROPPED       PIC 9(07)   VALUE ZERO.
032200 01  DLR235-RSN-TABLE.
032300     05  DLR235-RSN-ENTRY OCCURS 200 TIMES
032400                          INDEXED BY DLR235-RSN-IX.
032500         10  DLR235-R-FEED        PIC S9(04)  COMP.
032600         10  DLR235-R-CODE        PIC X(04).
032700         10  DLR235-R-COUNT       PIC 9(09).
032800 01  DLR235-SRC-CONTROL.
032900     05  DLR235-SRC-COUNT         PIC S9(04)  COMP  VALUE ZERO.
033000     05  DLR235-SRC-DROPPED       PIC 9(07)   VALUE ZERO.
033100 01  DLR235-SRC-TABLE.
033200     05  DLR235-SRC-ENTRY OCCURS 2000 TIMES
033300                          INDEXED BY DLR235-SX.
033400         10  DLR235-S-FEED        PIC S9(04)  COMP.
033500         10  DLR235-S-VALUE       PIC X(16).
033600         10  DLR235-S-TONIGHT     PIC 9(09).
033700         10  DLR235-S-THIS-WEEK   PIC 9(09).
033800         10  DLR235-S-LAST-WEEK   PIC 9(09).
033900         10  DLR235-S-PRINTED     PIC X(01).
034000 01  DLR235-CLASSIFY-WORK.
034100     05  DLR235-REASON            PIC X(04).
034200     05  DLR235-SOURCE            PIC X(16).
034300     05  DLR235-PO-NO             PIC 9(12).
034400     05  DLR235-NUM-3             PIC 9(03).
034500     05  DLR235-NUM-10            PIC 9(10).
034600 01  DLR235-RATE-WORK.
034700     05  DLR235-CALC-VOLUME       PIC 9(11)   COMP-3.
034800     05  DLR235-CALC-REJECTS      PIC 9(11)   COMP-3.
034900     05  DLR235-CALC-RATE         PIC S9(07)V99 COMP-3.
035000     05  DLR235-WEEK-RATE         PIC S9(07)V99 COMP-3.
035100     05  DLR235-LAST-RATE         PIC S9(07)V99 COMP-3.
035200     05  DLR235-MOVEMENT          PIC S9(07)V99 COMP-3.
035300     05  DLR235-LIMIT-PCT         PIC S9(07)V99 COMP-3.
035400     05  DLR235-SHARE-PCT         PIC S9(03)V99 COMP-3.
035500     05  DLR235-SUM-VOLUME        PIC 9(11)   COMP-3.
035600     05  DLR235-SUM-REJECTS       PIC 9(11)   COMP-3.
035700     05  DLR235-WEEK-VOL-SW       PIC X(01).
035800     05  DLR235-LAST-VOL-SW       PIC X(01).
035900 01  DLR235-PICK-WORK.
036000     05  DLR235-PICK-SUB          PIC S9(04)  COMP.
036100     05  DLR235-BEST-SUB          PIC S9(04)  COMP.
036200     05  DLR235-BEST-COUNT        PIC 9(09).
036300     05  DLR235-CHANGE            PIC S9(09).
036400 01  DLR235-COUNTERS.
036500     05  DLR235-HIST-READ         PIC 9(09)  VALUE ZERO.
036600     05  DLR235-HIST-KEPT         PIC 9(09)  VALUE ZERO.
036700     05  DLR235-HIST-REPLACED     PIC 9(09)  VALUE ZERO.
036800     05  DLR235-HIST-AGED         PIC 9(09)  VALUE ZERO.
036900     05  DLR235-HIST-WRITTEN      PIC 9(09)  VALUE ZERO.
037000     05  DLR235-FEEDS-ALERTED     PIC 9(03)  VALUE ZERO.
037100     05  DLR235-OFFENDERS-SHOWN   PIC 9(03)  VALUE ZERO.
037200 01  DLDQHIST-RECORD.
037300     COPY DLDQHIST.
037400 01  DLR235-HEADING-1.
037500     05  FILLER                   PIC X(53)  VALUE
037600         'DLR235 - INTAKE DATA-QUALITY SCORECARD           RUN '.
037700     05  DLR235-H-RUN-DATE        PIC 9(08).
037800 01  DLR235-HEADING-2.
037900     05  FILLER                   PIC X(24)  VALUE
038000         'SCORECARD BUSINESS DATE '.
038100     05  DLR235-H-SCORE-DATE      PIC 9(08).
038200     05  FILLER                   PIC X(15)  VALUE
038300         '  FISCAL WEEK  '.
038400     05  DLR235-H-FY              PIC 9(04).
038500     05  FILLER                   PIC X(01)  VALUE '/'.
038600     05  DLR235-H-WOY             PIC 9(02).
038700 01  DLR235-SCORE-HEADING.
038800     05  FILLER                   PIC X(06)  VALUE 'FEED  '.
038900     05  FILLER                   PIC X(19)  VALUE
039000         'DESCRIPTION'.
039100     05  FILLER                   PIC X(09)  VALUE 'JOB'.
039200     05  FILLER                   PIC X(09)  VALUE 'BUS DATE'.
039300     05  FILLER                   PIC X(10)  VALUE '   VOLUME'.
039400     05  FILLER                   PIC X(10)  VALUE '  REJECTS'.
039500     05  FILLER                   PIC X(09)  VALUE 'TONIGHT%'.
039600     05  FILLER                   PIC X(09)  VALUE '  LIMIT%'.
039700     05  FILLER                   PIC X(09)  VALUE 'THIS WK%'.
039800     05  FILLER                   PIC X(09)  VALUE 'LAST WK%'.
039900     05  FILLER                   PIC X(10)  VALUE ' MOVEMENT'.
040000     05  FILLER                   PIC X(09)  VALUE '13 WEEK%'.
040100     05  FILLER                   PIC X(07)  VALUE 'TREND'.
040200     05  FILLER                   PIC X(07)  VALUE 'ALERT'.
040300 01  DLR235-SCORE-LINE.
040400     05  DLR235-D-FEED            PIC X(04).
040500     05  FILLER                   PIC X(02)  VALUE SPACES.
040600     05  DLR235-D-DESC            PIC X(18).
040700     05  FILLER                   PIC X(01)  VALUE SPACE.
040800     05  DLR235-D-JOB             PIC X(08).
040900     05  FILLER                   PIC X(01)  VALUE SPACE.
041000     05  DLR235-D-BUS-DATE        PIC 9(08).
041100     05  FILLER                   PIC X(01)  VALUE SPACE.
041200     05  DLR235-D-VOLUME          PIC ZZZZZZZZ9.
041300     05  FILLER                   PIC X(01)  VALUE SPACE.
041400     05  DLR235-D-REJECTS         PIC ZZZZZZZZ9.
041500     05  FILLER                   PIC X(01)  VALUE SPACE.
041600     05  DLR235-D-RATE            PIC ZZZZ9.99.
041700     05  FILLER                   PIC X(01)  VALUE SPACE.
041800     05  DLR235-D-LIMIT           PIC ZZZZ9.99.
041900     05  FILLER                   PIC X(01)  VALUE SPACE.
042000     05  DLR235-D-WEEK            PIC ZZZZ9.99.
042100     05  FILLER                   PIC X(01)  VALUE SPACE.
042200     05  DLR235-D-LAST            PIC ZZZZ9.99.
042300     05  FILLER                   PIC X(01)  VALUE SPACE.
042400     05  DLR235-D-MOVEMENT        PIC -ZZZZ9.99.
042500     05  FILLER                   PIC X(01)  VALUE SPACE.
042600     05  DLR235-D-13-WEEK         PIC ZZZZ9.99.
042700     05  FILLER                   PIC X(01)  VALUE SPACE.
042800     05  DLR235-D-TREND           PIC X(06).
042900     05  FILLER                   PIC X(01)  VALUE SPACE.
043000     05  DLR235-D-FLAG            PIC X(07).
043100 01  DLR235-REASON-HEADING.
043200     05  FILLER                   PIC X(44)  VALUE
043300         'TONIGHT''S REJECTS BY FEED AND REASON'.
043400 01  DLR235-REASON-LINE.
043500     05  FILLER                   PIC X(02)  VALUE SPACES.
043600     05  DLR235-RL-FEED           PIC X(04).
043700     05  FILLER                   PIC X(02)  VALUE SPACES.
043800     05  DLR235-RL-DESC           PIC X(18).
043900     05  FILLER                   PIC X(02)  VALUE SPACES.
044000     05  DLR235-RL-CODE           PIC X(04).
044100     05  FILLER                   PIC X(02)  VALUE SPACES.
044200     05  DLR235-RL-COUNT          PIC ZZZZZZZZ9.
044300     05  FILLER                   PIC X(02)  VALUE SPACES.
044400     05  DLR235-RL-SHARE          PIC ZZ9.99.
044500     05  FILLER                   PIC X(18)  VALUE
044600         '% OF FEED REJECTS'.
044700 01  DLR235-OFFENDER-HEADING.
044800     05  FILLER                   PIC X(44)  VALUE
044900         'WORST SOURCES THIS WEEK AGAINST LAST WEEK'.
045000 01  DLR235-OFFENDER-HEADING-2.
045100     05  FILLER                   PIC X(40)  VALUE
045200         'RANK  FEED  SOURCE    KEY               '.
045300     05  FILLER                   PIC X(44)  VALUE
045400         '    TONIGHT  THIS WEEK  LAST WEEK     CHANGE'.
045500     05  FILLER                   PIC X(08)  VALUE
045600         '  TREND'.
045700 01  DLR235-OFFENDER-LINE.
045800     05  FILLER                   PIC X(02)  VALUE SPACES.
045900     05  DLR235-OL-RANK           PIC Z9.
046000     05  FILLER                   PIC X(02)  VALUE SPACES.
046100     05  DLR235-OL-FEED           PIC X(04).
046200     05  FILLER                   PIC X(02)  VALUE SPACES.
046300     05  DLR235-OL-TYPE           PIC X(08).
046400     05  FILLER                   PIC X(02)  VALUE SPACES.
046500     05  DLR235-OL-SOURCE         PIC X(16).
046600     05  FILLER                   PIC X(02)  VALUE SPACES.
046700     05  DLR235-OL-TONIGHT        PIC ZZZZZZZZ9.
046800     05  FILLER                   PIC X(02)  VALUE SPACES.
046900     05  DLR235-OL-THIS-WEEK      PIC ZZZZZZZZ9.
047000     05  FILLER                   PIC X(02)  VALUE SPACES.
047100     05  DLR235-OL-LAST-WEEK      PIC ZZZZZZZZ9.
047200     05  FILLER                   PIC X(01)  VALUE SPACE.
047300     05  DLR235-OL-CHANGE         PIC ---------9.
047400     05  FILLER                   PIC X(02)  VALUE SPACES.
047500     05  DLR235-OL-TREND          PIC X(06).
047600 01  DLR235-NONE-LINE.
047700     05  FILLER                   PIC X(30)  VALUE
047800         '  NO REJECTS THIS WEEK'.
047900 01  DLR235-TREND-HEADING.
048000     05  FILLER                   PIC X(44)  VALUE
048100         'REJECT RATE % BY FISCAL WEEK, OLDEST FIRST'.
048200 01  DLR235-TREND-HEADING-2.
048300     05  FILLER                   PIC X(06)  VALUE 'FEED'.
048400     05  DLR235-TH-COLUMN OCCURS 13 TIMES.
048500         10  DLR235-TH-LIT        PIC X(05).
048600         10  DLR235-TH-WOY        PIC X(02).
048700 01  DLR235-TREND-LINE.
048800     05  DLR235-TL-FEED           PIC X(04).
048900     05  FILLER                   PIC X(02)  VALUE SPACES.
049000     05  DLR235-TL-RATE OCCURS 13 TIMES
049100                        PIC ZZZ9.99.
049200 01  DLR235-TOTAL-LINE.
049300     05  DLR235-T-LABEL           PIC X(40).
049400     05  DLR235-T-COUNT           PIC ZZZZZZZZ9.
049500 01  DLR235-BLANK-LINE            PIC X(01)  VALUE SPACE.
049600 PROCEDURE DIVISION.
049700 0000-MAINLINE.
049800     PERFORM 1000-INITIALIZE.
049900     IF  DLR235-CALENDAR-OK
050000         PERFORM 3000-COUNT-FEED-REJECTS
050100         PERFORM 5000-ROLL-HISTORY
050200         PERFORM 6000-ADD-TONIGHT
050300         PERFORM 7000-PRINT-SCORECARD
050400         PERFORM 7400-PRINT-REASONS
050500         PERFORM 7600-PRINT-OFFENDERS
050600         PERFORM 7800-PRINT-TREND
050700     END-IF.
050800     PERFORM 9000-TERMINATE.
050900     STOP RUN.
051000
051100 1000-INITIALIZE.
051200     ACCEPT DLR235-RUN-DATE FROM DATE YYYYMMDD.
051300     MOVE DLR235-RUN-DATE TO DLR235-H-RUN-DATE.
051400     OPEN OUTPUT SCORE-REPORT.
051500     WRITE SCORE-LINE FROM DLR235-HEADING-1.
051600     PERFORM 1050-CLEAR-FEED
051700         VARYING DLR235-FEED-SUB FROM 1 BY 1
051800         UNTIL DLR235-FEED-SUB > 11.
051900     PERFORM 1100-LOAD-PARAMETERS.
052000     DISPLAY 'DLR235 DEFAULT RATE BP   = '
052100         DLR235-DEFAULT-RATE-BP.
052200     PERFORM 1200-LOAD-PO-VENDORS.
052300     PERFORM 1300-SCAN-RUNLOG.
052400     PERFORM 1400-LOAD-CALENDAR.
052500 1000-EXIT.
052600     EXIT.
052700
052800 1050-CLEAR-FEED.
052900     MOVE 'N'  TO DLR235-F-LOGGED (DLR235-FEED-SUB).
053000     MOVE ZERO TO DLR235-F-BUS-DATE (DLR235-FEED-SUB).
053100     MOVE ZERO TO DLR235-F-LOG-TIME (DLR235-FEED-SUB).
053200     MOVE ZERO TO DLR235-F-VOLUME (DLR235-FEED-SUB).
053300     MOVE ZERO TO DLR235-F-REJECTS (DLR235-FEED-SUB).
053400     MOVE ZERO TO DLR235-F-RATE-BP (DLR235-FEED-SUB).
053500     MOVE 'N'  TO DLR235-F-OVERRIDE (DLR235-FEED-SUB).
053600     MOVE ZERO TO DLR235-F-BEST-EFF (DLR235-FEED-SUB).
053700     PERFORM 1060-CLEAR-WEEK
053800         VARYING DLR235-WEEK-SUB FROM 1 BY 1
053900         UNTIL DLR235-WEEK-SUB > 13.
054000 1050-EXIT.
054100     EXIT.
054200
054300 1060-CLEAR-WEEK.
054400     MOVE ZERO TO DLR235-F-WK-VOLUME
054500                      (DLR235-FEED-SUB, DLR235-WEEK-SUB).
054600     MOVE ZERO TO DLR235-F-WK-REJECTS
054700                      (DLR235-FEED-SUB, DLR235-WEEK-SUB).
054800 1060-EXIT.
054900     EXIT.
055000
055100*    THE LATEST DLPARAMM ROWS EFFECTIVE ON OR BEFORE THE RUN
055200*    DATE WIN. RATE-BP SETS THE LIMIT FOR EVERY FEED; A
055300*    RATE-BP-XXXX ROW OVERRIDES IT FOR FEED XXXX ALONE.
055400 1100-LOAD-PARAMETERS.
055500     OPEN INPUT PARAM-FILE.
055600     PERFORM 1110-READ-PARAM.
055700     PERFORM 1120-TEST-ONE-PARAM
055800         UNTIL DLR235-PARM-EOF.
055900     CLOSE PARAM-FILE.
056000     PERFORM 1150-APPLY-DEFAULT-RATE
056100         VARYING DLR235-FEED-SUB FROM 1 BY 1
056200         UNTIL DLR235-FEED-SUB > 11.
056300 1100-EXIT.
056400     EXIT.
056500
056600 1110-READ-PARAM.
056700     READ PARAM-FILE
056800         AT END
056900             MOVE 'Y' TO DLR235-PARM-EOF-SW
057000     END-READ.
057100 1110-EXIT.
057200     EXIT.
057300
057400 1120-TEST-ONE-PARAM.
057500     IF  DLPARAMM-JOB-NAME = 'DLR235  '
057600     AND DLPARAMM-EFF-FROM <= DLR235-RUN-DATE
057700         MOVE DLPARAMM-PARAM-NAME TO DLR235-PARAM-NAME-WORK
057800         IF  DLPARAMM-PARAM-NAME = 'RATE-BP     '
057900         AND DLPARAMM-EFF-FROM >= DLR235-BEST-EFF-DEF
058000             MOVE DLPARAMM-EFF-FROM TO DLR235-BEST-EFF-DEF
058100             MOVE DLPARAMM-PARAM-VALUE
058200                 TO DLR235-DEFAULT-RATE-BP
058300         END-IF
058400         IF  DLR235-PN-PREFIX = 'RATE-BP-'
058500             PERFORM 1130-FEED-OVERRIDE
058600         END-IF
058700     END-IF.
058800     PERFORM 1110-READ-PARAM.
058900 1120-EXIT.
059000     EXIT.
059100
059200 1130-FEED-OVERRIDE.
059300     SET DLR235-FX TO 1.
059400     SEARCH DLR235-FEED-ENTRY
059500         AT END
059600             CONTINUE
059700         WHEN DLR235-K-ID (DLR235-FX) = DLR235-PN-FEED
059800             SET DLR235-FEED-SUB TO DLR235-FX
059900             IF  DLPARAMM-EFF-FROM
060000                     >= DLR235-F-BEST-EFF (DLR235-FEED-SUB)
060100                 MOVE DLPARAMM-EFF-FROM
060200                     TO DLR235-F-BEST-EFF (DLR235-FEED-SUB)
060300                 MOVE DLPARAMM-PARAM-VALUE
060400                     TO DLR235-F-RATE-BP (DLR235-FEED-SUB)
060500                 MOVE 'Y'
060600                     TO DLR235-F-OVERRIDE (DLR235-FEED-SUB)
060700             END-IF
060800     END-SEARCH.
060900 1130-EXIT.
061000     EXIT.
061100
061200 1150-APPLY-DEFAULT-RATE.
061300     IF  DLR235-F-OVERRIDE (DLR235-FEED-SUB) NOT = 'Y'
061400         MOVE DLR235-DEFAULT-RATE-BP
061500             TO DLR235-F-RATE-BP (DLR235-FEED-SUB)
061600     END-IF.
061700 1150-EXIT.
061800     EXIT.
061900
062000*    THE PO-BASED LISTINGS CARRY ONLY THE PO NUMBER, SO THE
062100*    NIGHT'S DOWNLOAD GIVES EACH PO ITS VENDOR.
062200 1200-LOAD-PO-VENDORS.
062300     OPEN INPUT AMS-PODL-FILE.
062400     MOVE 'N' TO DLR235-EOF-SW.
062500     PERFORM 1210-READ-PODL.
062600     PERFORM 1220-LOAD-ONE-PO
062700         UNTIL DLR235-EOF.
062800     CLOSE AMS-PODL-FILE.
062900 1200-EXIT.
063000     EXIT.
063100
063200 1210-READ-PODL.
063300     READ AMS-PODL-FILE
063400         AT END
063500             MOVE 'Y' TO DLR235-EOF-SW
063600     END-READ.
063700 1210-EXIT.
063800     EXIT.
063900
064000 1220-LOAD-ONE-PO.
064100     IF  Record-Type = 'PO'
064200         IF  DLR235-PO-COUNT < 5000
064300             ADD 1 TO DLR235-PO-COUNT
064400             SET DLR235-PO-IX TO DLR235-PO-COUNT
064500             MOVE PO     TO DLR235-T-PO (DLR235-PO-IX)
064600             MOVE Vendor TO DLR235-T-VENDOR (DLR235-PO-IX)
064700         ELSE
064800             ADD 1 TO DLR235-PO-DROPPED
064900         END-IF
065000     END-IF.
065100     PERFORM 1210-READ-PODL.
065200 1220-EXIT.
065300     EXIT.
065400
065500*    EACH FEED'S VOLUME IS THE RECORDS-IN ON ITS JOB'S LATEST
065600*    END POSTING; THE LATEST OF THOSE BUSINESS DATES IS THE
065700*    SCORECARD DATE. A FEED WHOSE JOB HAS NOT POSTED IS DATED
065800*    WITH THE SCORECARD DATE AND HAS NO VOLUME.
065900 1300-SCAN-RUNLOG.
066000     OPEN INPUT RUNLOG-FILE.
066100     MOVE 'N' TO DLR235-EOF-SW.
066200     PERFORM 1310-READ-RUNLOG.
066300     PERFORM 1320-TEST-ONE-LOG
066400         UNTIL DLR235-EOF.
066500     CLOSE RUNLOG-FILE.
066600     IF  DLR235-SCORE-DATE = ZERO
066700         MOVE DLR235-RUN-DATE TO DLR235-SCORE-DATE
066800     END-IF.
066900     PERFORM 1340-DATE-UNLOGGED-FEED
067000         VARYING DLR235-FEED-SUB FROM 1 BY 1
067100         UNTIL DLR235-FEED-SUB > 11.
067200 1300-EXIT.
067300     EXIT.
067400
067500 1310-READ-RUNLOG.
067600     READ RUNLOG-FILE
067700         AT END
067800             MOVE 'Y' TO DLR235-EOF-SW
067900     END-READ.
068000 1310-EXIT.
068100     EXIT.
068200
068300 1320-TEST-ONE-LOG.
068400     IF  DLRUNLOG-END
068500         SET DLR235-FX TO 1
068600         SEARCH DLR235-FEED-ENTRY
068700             AT END
068800                 CONTINUE
068900             WHEN DLR235-K-JOB (DLR235-FX) = DLRUNLOG-JOB-NAME
069000                 SET DLR235-FEED-SUB TO DLR235-FX
069100                 PERFORM 1330-TAKE-LATEST-POSTING
069200         END-SEARCH
069300     END-IF.
069400     PERFORM 1310-READ-RUNLOG.
069500 1320-EXIT.
069600     EXIT.
069700
069800 1330-TAKE-LATEST-POSTING.
069900     IF  DLRUNLOG-BUS-DATE > DLR235-F-BUS-DATE (DLR235-FEED-SUB)
070000     OR (DLRUNLOG-BUS-DATE = DLR235-F-BUS-DATE (DLR235-FEED-SUB)
070100         AND DLRUNLOG-LOGGED-TIME
070200             >= DLR235-F-LOG-TIME (DLR235-FEED-SUB))
070300         MOVE 'Y' TO DLR235-F-LOGGED (DLR235-FEED-SUB)
070400         MOVE DLRUNLOG-BUS-DATE
070500             TO DLR235-F-BUS-DATE (DLR235-FEED-SUB)
070600         MOVE DLRUNLOG-LOGGED-TIME
070700             TO DLR235-F-LOG-TIME (DLR235-FEED-SUB)
070800         MOVE DLRUNLOG-RECS-IN
070900             TO DLR235-F-VOLUME (DLR235-FEED-SUB)
071000         IF  DLRUNLOG-BUS-DATE > DLR235-SCORE-DATE
071100             MOVE DLRUNLOG-BUS-DATE TO DLR235-SCORE-DATE
071200         END-IF
071300     END-IF.
071400 1330-EXIT.
071500     EXIT.
071600
071700 1340-DATE-UNLOGGED-FEED.
071800     IF  DLR235-F-LOGGED (DLR235-FEED-SUB) NOT = 'Y'
071900         MOVE DLR235-SCORE-DATE
072000             TO DLR235-F-BUS-DATE (DLR235-FEED-SUB)
072100     END-IF.
072200 1340-EXIT.
072300     EXIT.
072400
072500*    THE CALENDAR'S PACKED CYYMMDD DATES ARE EXPANDED TO
072600*    CCYYMMDD (CENTURY DIGIT PLUS 1900) TO MEET THE RUN LOG'S
072700*    BUSINESS DATES. THE WINDOW RUNS BACK THIRTEEN WEEKS FROM
072800*    THE WEEK HOLDING THE SCORECARD DATE, OR AS FAR AS THE
072900*    CALENDAR GOES.
073000 1400-LOAD-CALENDAR.
073100     OPEN INPUT FISCAL-CAL-FILE.
073200     MOVE 'N' TO DLR235-EOF-SW.
073300     PERFORM 1410-READ-CALENDAR.
073400     PERFORM 1420-LOAD-ONE-WEEK
073500         UNTIL DLR235-EOF.
073600     CLOSE FISCAL-CAL-FILE.
073700     PERFORM 1430-TEST-ONE-CAL-WEEK
073800         VARYING DLR235-CAL-SUB FROM 1 BY 1
073900         UNTIL DLR235-CAL-SUB > DLR235-CAL-COUNT
074000            OR DLR235-CAL-HIT > ZERO.
074100     IF  DLR235-CAL-HIT > ZERO
074200         MOVE 'Y' TO DLR235-CAL-OK-SW
074300         PERFORM 1440-BUILD-WINDOW-WEEK
074400             VARYING DLR235-WEEK-SUB FROM 1 BY 1
074500             UNTIL DLR235-WEEK-SUB > 13
074600                OR DLR235-WEEK-SUB > DLR235-CAL-HIT
074700         MOVE DLR235-SCORE-DATE TO DLR235-H-SCORE-DATE
074800         MOVE DLR235-W-FY (1)   TO DLR235-H-FY
074900         MOVE DLR235-W-WOY (1)  TO DLR235-H-WOY
075000         WRITE SCORE-LINE FROM DLR235-HEADING-2
075100     ELSE
075200         DISPLAY 'DLR235 SCORECARD DATE NOT ON DLFISCAL = '
075300             DLR235-SCORE-DATE
075400     END-IF.
075500 1400-EXIT.
075600     EXIT.
075700
075800 1410-READ-CALENDAR.
075900     READ FISCAL-CAL-FILE
076000         AT END
076100             MOVE 'Y' TO DLR235-EOF-SW
076200     END-READ.
076300 1410-EXIT.
076400     EXIT.
076500
076600 1420-LOAD-ONE-WEEK.
076700     IF  DLR235-CAL-COUNT < 1000
076800         ADD 1 TO DLR235-CAL-COUNT
076900         MOVE DLR235-CAL-COUNT TO DLR235-CAL-SUB
077000         MOVE DLFISCAL-FISCAL-YEAR
077100             TO DLR235-C-FY (DLR235-CAL-SUB)
077200         MOVE DLFISCAL-WEEK-OF-YEAR
077300             TO DLR235-C-WOY (DLR235-CAL-SUB)
077400         MOVE DLFISCAL-START-DATE TO DLR235-CYYMMDD
077500         COMPUTE DLR235-CCYYMMDD =
077600             DLR235-CYYMMDD + 19000000
077700         MOVE DLR235-CCYYMMDD
077800             TO DLR235-C-START (DLR235-CAL-SUB)
077900         MOVE DLFISCAL-END-DATE TO DLR235-CYYMMDD
078000         COMPUTE DLR235-CCYYMMDD =
078100             DLR235-CYYMMDD + 19000000
078200         MOVE DLR235-CCYYMMDD
078300             TO DLR235-C-END (DLR235-CAL-SUB)
078400     END-IF.
078500     PERFORM 1410-READ-CALENDAR.
078600 1420-EXIT.
078700     EXIT.
078800
078900 1430-TEST-ONE-CAL-WEEK.
079000     IF  DLR235-SCORE-DATE >= DLR235-C-START (DLR235-CAL-SUB)
079100     AND DLR235-SCORE-DATE <= DLR235-C-END (DLR235-CAL-SUB)
079200         MOVE DLR235-CAL-SUB TO DLR235-CAL-HIT
079300     END-IF.
079400 1430-EXIT.
079500     EXIT.
079600
079700 1440-BUILD-WINDOW-WEEK.
079800     COMPUTE DLR235-CAL-SUB =
079900         DLR235-CAL-HIT - DLR235-WEEK-SUB + 1.
080000     ADD 1 TO DLR235-WEEK-COUNT.
080100     MOVE DLR235-C-FY (DLR235-CAL-SUB)
080200         TO DLR235-W-FY (DLR235-WEEK-SUB).
080300     MOVE DLR235-C-WOY (DLR235-CAL-SUB)
080400         TO DLR235-W-WOY (DLR235-WEEK-SUB).
080500     MOVE DLR235-C-START (DLR235-CAL-SUB)
080600         TO DLR235-W-START (DLR235-WEEK-SUB).
080700     MOVE DLR235-C-END (DLR235-CAL-SUB)
080800         TO DLR235-W-END (DLR235-WEEK-SUB).
080900 1440-EXIT.
081000     EXIT.
081100
081200******************************************************************
081300*    ONE READER PER FEED. EACH SETS THE REASON AND SOURCE OF A   *
081400*    REJECT AND HANDS IT TO 4500-TALLY-REJECT. THE PRINTED       *
081500*    LISTINGS ARE READ FOR THEIR DETAIL LINES ONLY.              *
081600******************************************************************
081700 3000-COUNT-FEED-REJECTS.
081800     PERFORM 3100-COUNT-SU02.
081900     PERFORM 3200-COUNT-SU04.
082000     PERFORM 3300-COUNT-PODL.
082100     PERFORM 3400-COUNT-APNX.
082200     PERFORM 3500-COUNT-AMSH.
082300     PERFORM 3600-COUNT-SU83.
082400     PERFORM 3700-COUNT-BDSU.
082500     PERFORM 3800-COUNT-INVR.
082600     PERFORM 3900-COUNT-S113.
082700     PERFORM 4000-COUNT-S121.
082800     PERFORM 4100-COUNT-ASNS.
082900 3000-EXIT.
083000     EXIT.
083100
083200 3100-COUNT-SU02.
083300     MOVE 1 TO DLR235-FEED-SUB.
083400     OPEN INPUT SU02-FILE.
083500     MOVE 'N' TO DLR235-EOF-SW.
083600     PERFORM 3110-READ-SU02.
083700     PERFORM 3120-CLASSIFY-SU02
083800         UNTIL DLR235-EOF.
083900     CLOSE SU02-FILE.
084000 3100-EXIT.
084100     EXIT.
084200
084300 3110-READ-SU02.
084400     READ SU02-FILE
084500         AT END
084600             MOVE 'Y' TO DLR235-EOF-SW
084700     END-READ.
084800 3110-EXIT.
084900     EXIT.
085000
085100 3120-CLASSIFY-SU02.
085200     MOVE SU02-REASON-CODE TO DLR235-REASON.
085300     MOVE SU02-DEPT-NO     TO DLR235-NUM-3.
085400     MOVE DLR235-NUM-3     TO DLR235-SOURCE.
085500     PERFORM 4500-TALLY-REJECT.
085600     PERFORM 3110-READ-SU02.
085700 3120-EXIT.
085800     EXIT.
085900
086000 3200-COUNT-SU04.
086100     MOVE 2 TO DLR235-FEED-SUB.
086200     OPEN INPUT SU04-FILE.
086300     MOVE 'N' TO DLR235-EOF-SW.
086400     PERFORM 3210-READ-SU04.
086500     PERFORM 3220-CLASSIFY-SU04
086600         UNTIL DLR235-EOF.
086700     CLOSE SU04-FILE.
086800 3200-EXIT.
086900     EXIT.
087000
087100 3210-READ-SU04.
087200     READ SU04-FILE
087300         AT END
087400             MOVE 'Y' TO DLR235-EOF-SW
087500     END-READ.
087600 3210-EXIT.
087700     EXIT.
087800
087900 3220-CLASSIFY-SU04.
088000     MOVE SU04-REASON-CODE TO DLR235-REASON.
088100     MOVE SU04-STORE-NO    TO DLR235-NUM-3.
088200     MOVE DLR235-NUM-3     TO DLR235-SOURCE.
088300     PERFORM 4500-TALLY-REJECT.
088400     PERFORM 3210-READ-SU04.
088500 3220-EXIT.
088600     EXIT.
088700
088800 3300-COUNT-PODL.
088900     MOVE 3 TO DLR235-FEED-SUB.
089000     OPEN INPUT PODL-FILE.
089100     MOVE 'N' TO DLR235-EOF-SW.
089200     PERFORM 3310-READ-PODL.
089300     PERFORM 3320-CLASSIFY-PODL
089400         UNTIL DLR235-EOF.
089500     CLOSE PODL-FILE.
089600 3300-EXIT.
089700     EXIT.
089800
089900 3310-READ-PODL.
090000     READ PODL-FILE
090100         AT END
090200             MOVE 'Y' TO DLR235-EOF-SW
090300     END-READ.
090400 3310-EXIT.
090500     EXIT.
090600
090700 3320-CLASSIFY-PODL.
090800     IF  PODL-PO IS NUMERIC
090900         MOVE 'DEPT'  TO DLR235-REASON
091000         MOVE PODL-PO TO DLR235-PO-NO
091100         PERFORM 4400-VENDOR-OF-PO
091200         PERFORM 4500-TALLY-REJECT
091300     END-IF.
091400     PERFORM 3310-READ-PODL.
091500 3320-EXIT.
091600     EXIT.
091700
091800 3400-COUNT-APNX.
091900     MOVE 4 TO DLR235-FEED-SUB.
092000     OPEN INPUT APNX-FILE.
092100     MOVE 'N' TO DLR235-EOF-SW.
092200     PERFORM 3410-READ-APNX.
092300     PERFORM 3420-CLASSIFY-APNX
092400         UNTIL DLR235-EOF.
092500     CLOSE APNX-FILE.
092600 3400-EXIT.
092700     EXIT.
092800
092900 3410-READ-APNX.
093000     READ APNX-FILE
093100         AT END
093200             MOVE 'Y' TO DLR235-EOF-SW
093300     END-READ.
093400 3410-EXIT.
093500     EXIT.
093600
093700 3420-CLASSIFY-APNX.
093800     IF  APNX-PO IS NUMERIC
093900         MOVE 'APN '  TO DLR235-REASON
094000         MOVE APNX-PO TO DLR235-PO-NO
094100         PERFORM 4400-VENDOR-OF-PO
094200         PERFORM 4500-TALLY-REJECT
094300     END-IF.
094400     PERFORM 3410-READ-APNX.
094500 3420-EXIT.
094600     EXIT.
094700
094800*    A HELD PO GOES TO AMSPOHLD WITH ITS PRODUCT AND LOCATION
094900*    RECORDS; ONLY THE PO RECORD COUNTS AS A REJECT.
095000 3500-COUNT-AMSH.
095100     MOVE 5 TO DLR235-FEED-SUB.
095200     OPEN INPUT AMSH-FILE.
095300     MOVE 'N' TO DLR235-EOF-SW.
095400     PERFORM 3510-READ-AMSH.
095500     PERFORM 3520-CLASSIFY-AMSH
095600         UNTIL DLR235-EOF.
095700     CLOSE AMSH-FILE.
095800 3500-EXIT.
095900     EXIT.
096000
096100 3510-READ-AMSH.
096200     READ AMSH-FILE
096300         AT END
096400             MOVE 'Y' TO DLR235-EOF-SW
096500     END-READ.
096600 3510-EXIT.
096700     EXIT.
096800
096900 3520-CLASSIFY-AMSH.
097000     IF  AMSH-RECORD-TYPE = 'PO'
097100         MOVE 'VHLD'        TO DLR235-REASON
097200         MOVE AMSH-VENDOR   TO DLR235-NUM-10
097300         MOVE DLR235-NUM-10 TO DLR235-SOURCE
097400         PERFORM 4500-TALLY-REJECT
097500     END-IF.
097600     PERFORM 3510-READ-AMSH.
097700 3520-EXIT.
097800     EXIT.
097900
098000 3600-COUNT-SU83.
098100     MOVE 6 TO DLR235-FEED-SUB.
098200     OPEN INPUT SU83-FILE.
098300     MOVE 'N' TO DLR235-EOF-SW.
098400     PERFORM 3610-READ-SU83.
098500     PERFORM 3620-CLASSIFY-SU83
098600         UNTIL DLR235-EOF.
098700     CLOSE SU83-FILE.
098800 3600-EXIT.
098900     EXIT.
099000
099100 3610-READ-SU83.
099200     READ SU83-FILE
099300         AT END
099400             MOVE 'Y' TO DLR235-EOF-SW
099500     END-READ.
099600 3610-EXIT.
099700     EXIT.
099800
099900 3620-CLASSIFY-SU83.
100000     MOVE SU83-REASON-CODE TO DLR235-REASON.
100100     MOVE SU83-PROC-BRCH   TO DLR235-SOURCE.
100200     PERFORM 4500-TALLY-REJECT.
100300     PERFORM 3610-READ-SU83.
100400 3620-EXIT.
100500     EXIT.
100600
100700 3700-COUNT-BDSU.
100800     MOVE 7 TO DLR235-FEED-SUB.
100900     OPEN INPUT BDSU-FILE.
101000     MOVE 'N' TO DLR235-EOF-SW.
101100     PERFORM 3710-READ-BDSU.
101200     PERFORM 3720-CLASSIFY-BDSU
101300         UNTIL DLR235-EOF.
101400     CLOSE BDSU-FILE.
101500 3700-EXIT.
101600     EXIT.
101700
101800 3710-READ-BDSU.
101900     READ BDSU-FILE
102000         AT END
102100             MOVE 'Y' TO DLR235-EOF-SW
102200     END-READ.
102300 3710-EXIT.
102400     EXIT.
102500
102600 3720-CLASSIFY-BDSU.
102700     IF  BDSU-REJECT-LINE
102800         MOVE 'CLSD'    TO DLR235-REASON
102900         MOVE BDSU-AREA TO DLR235-SOURCE
103000         PERFORM 4500-TALLY-REJECT
103100     END-IF.
103200     PERFORM 3710-READ-BDSU.
103300 3720-EXIT.
103400     EXIT.
103500
103600*    THE INVOICE MAINTENANCE LISTING PRINTS ITS REASON AS TEXT;
103700*    EACH TEXT IS GIVEN A FOUR-CHARACTER CODE HERE.
103800 3800-COUNT-INVR.
103900     MOVE 8 TO DLR235-FEED-SUB.
104000     OPEN INPUT INVR-FILE.
104100     MOVE 'N' TO DLR235-EOF-SW.
104200     PERFORM 3810-READ-INVR.
104300     PERFORM 3820-CLASSIFY-INVR
104400         UNTIL DLR235-EOF.
104500     CLOSE INVR-FILE.
104600 3800-EXIT.
104700     EXIT.
104800
104900 3810-READ-INVR.
105000     READ INVR-FILE
105100         AT END
105200             MOVE 'Y' TO DLR235-EOF-SW
105300     END-READ.
105400 3810-EXIT.
105500     EXIT.
105600
105700 3820-CLASSIFY-INVR.
105800     IF  INVR-REJECT-LINE
105900         EVALUATE INVR-REASON
106000             WHEN 'INVOICE ALREADY ON CUSTOMER   '
106100                 MOVE 'DUPL' TO DLR235-REASON
106200             WHEN 'INVOICE NOT ON CUSTOMER       '
106300                 MOVE 'NINV' TO DLR235-REASON
106400             WHEN '50-INVOICE LIMIT REACHED      '
106500                 MOVE 'ILIM' TO DLR235-REASON
106600             WHEN '10-SUB-INVOICE LIMIT REACHED  '
106700                 MOVE 'SLIM' TO DLR235-REASON
106800             WHEN 'CREDIT EXCEEDS INVOICE AMOUNT '
106900                 MOVE 'CRXS' TO DLR235-REASON
107000             WHEN 'REINSTATED AMOUNT TOO LARGE   '
107100                 MOVE 'RNST' TO DLR235-REASON
107200             WHEN 'WRITE-OFF AMOUNT NOT ON LEDGER'
107300                 MOVE 'WOFF' TO DLR235-REASON
107400             WHEN 'CUSTOMER NOT ON MASTER        '
107500                 MOVE 'NCUS' TO DLR235-REASON
107600             WHEN 'UNKNOWN ACTION CODE           '
107700                 MOVE 'ACTN' TO DLR235-REASON
107800             WHEN OTHER
107900                 MOVE 'OTHR' TO DLR235-REASON
108000         END-EVALUATE
108100         MOVE INVR-CUSTOMER TO DLR235-SOURCE
108200         PERFORM 4500-TALLY-REJECT
108300     END-IF.
108400     PERFORM 3810-READ-INVR.
108500 3820-EXIT.
108600     EXIT.
108700
108800 3900-COUNT-S113.
108900     MOVE 9 TO DLR235-FEED-SUB.
109000     OPEN INPUT S113-FILE.
109100     MOVE 'N' TO DLR235-EOF-SW.
109200     PERFORM 3910-READ-S113.
109300     PERFORM 3920-CLASSIFY-S113
109400         UNTIL DLR235-EOF.
109500     CLOSE S113-FILE.
109600 3900-EXIT.
109700     EXIT.
109800
109900 3910-READ-S113.
110000     READ S113-FILE
110100         AT END
110200             MOVE 'Y' TO DLR235-EOF-SW
110300     END-READ.
110400 3910-EXIT.
110500     EXIT.
110600
110700 3920-CLASSIFY-S113.
110800     MOVE S113-REASON-CODE TO DLR235-REASON.
110900     MOVE S113-CUST-NO     TO DLR235-SOURCE.
111000     PERFORM 4500-TALLY-REJECT.
111100     PERFORM 3910-READ-S113.
111200 3920-EXIT.
111300     EXIT.
111400
111500 4000-COUNT-S121.
111600     MOVE 10 TO DLR235-FEED-SUB.
111700     OPEN INPUT S121-FILE.
111800     MOVE 'N' TO DLR235-EOF-SW.
111900     PERFORM 4010-READ-S121.
112000     PERFORM 4020-CLASSIFY-S121
112100         UNTIL DLR235-EOF.
112200     CLOSE S121-FILE.
112300 4000-EXIT.
112400     EXIT.
112500
112600 4010-READ-S121.
112700     READ S121-FILE
112800         AT END
112900             MOVE 'Y' TO DLR235-EOF-SW
113000     END-READ.
113100 4010-EXIT.
113200     EXIT.
113300
113400 4020-CLASSIFY-S121.
113500     MOVE S121-REASON-CODE  TO DLR235-REASON.
113600     MOVE S121-RECEIPT-LOCN TO DLR235-SOURCE.
113700     PERFORM 4500-TALLY-REJECT.
113800     PERFORM 4010-READ-S121.
113900 4020-EXIT.
114000     EXIT.
114100
114200*    AN ASN IS SUSPENDED WHOLE, SO EVERY RECORD OF THE GROUP
114300*    COUNTS - THE SAME UNIT DLR126 POSTS AS ITS VOLUME.
114400 4100-COUNT-ASNS.
114500     MOVE 11 TO DLR235-FEED-SUB.
114600     OPEN INPUT ASNS-FILE.
114700     MOVE 'N' TO DLR235-EOF-SW.
114800     PERFORM 4110-READ-ASNS.
114900     PERFORM 4120-CLASSIFY-ASNS
115000         UNTIL DLR235-EOF.
115100     CLOSE ASNS-FILE.
115200 4100-EXIT.
115300     EXIT.
115400
115500 4110-READ-ASNS.
115600     READ ASNS-FILE
115700         AT END
115800             MOVE 'Y' TO DLR235-EOF-SW
115900     END-READ.
116000 4110-EXIT.
116100     EXIT.
116200
116300 4120-CLASSIFY-ASNS.
116400     MOVE ASNS-REASON-CODE TO DLR235-REASON.
116500     IF  ASNS-RECEIPT-LOCN IS NUMERIC
116600         MOVE ASNS-RECEIPT-LOCN TO DLR235-SOURCE
116700     ELSE
116800         MOVE 'UNKNOWN STORE' TO DLR235-SOURCE
116900     END-IF.
117000     PERFORM 4500-TALLY-REJECT.
117100     PERFORM 4110-READ-ASNS.
117200 4120-EXIT.
117300     EXIT.
117400
117500 4400-VENDOR-OF-PO.
117600     MOVE 'N' TO DLR235-PO-FOUND-SW.
117700     SET DLR235-PO-IX TO 1.
117800     SEARCH DLR235-PO-ENTRY
117900         AT END
118000             CONTINUE
118100         WHEN DLR235-PO-IX > DLR235-PO-COUNT
118200             CONTINUE
118300         WHEN DLR235-T-PO (DLR235-PO-IX) = DLR235-PO-NO
118400             MOVE 'Y' TO DLR235-PO-FOUND-SW
118500     END-SEARCH.
118600     IF  DLR235-PO-FOUND
118700         MOVE DLR235-T-VENDOR (DLR235-PO-IX) TO DLR235-NUM-10
118800         MOVE DLR235-NUM-10 TO DLR235-SOURCE
118900     ELSE
119000         MOVE 'UNKNOWN VENDOR' TO DLR235-SOURCE
119100     END-IF.
119200 4400-EXIT.
119300     EXIT.
119400
119500 4500-TALLY-REJECT.
119600     ADD 1 TO DLR235-F-REJECTS (DLR235-FEED-SUB).
119700     PERFORM 4600-TALLY-REASON.
119800     PERFORM 4700-FIND-SOURCE.
119900     IF  DLR235-SRC-FOUND
120000         ADD 1 TO DLR235-S-TONIGHT (DLR235-SX)
120100     END-IF.
120200 4500-EXIT.
120300     EXIT.
120400
120500 4600-TALLY-REASON.
120600     SET DLR235-RSN-IX TO 1.
120700     SEARCH DLR235-RSN-ENTRY
120800         AT END
120900             ADD 1 TO DLR235-RSN-DROPPED
121000         WHEN DLR235-RSN-IX > DLR235-RSN-COUNT
121100             ADD 1 TO DLR235-RSN-COUNT
121200             MOVE DLR235-FEED-SUB
121300                 TO DLR235-R-FEED (DLR235-RSN-IX)
121400             MOVE DLR235-REASON
121500                 TO DLR235-R-CODE (DLR235-RSN-IX)
121600             MOVE 1 TO DLR235-R-COUNT (DLR235-RSN-IX)
121700         WHEN DLR235-R-FEED (DLR235-RSN-IX) = DLR235-FEED-SUB
121800         AND  DLR235-R-CODE (DLR235-RSN-IX) = DLR235-REASON
121900             ADD 1 TO DLR235-R-COUNT (DLR235-RSN-IX)
122000     END-SEARCH.
122100 4600-EXIT.
122200     EXIT.
122300
122400*    FINDS OR ADDS THE FEED/SOURCE ENTRY, LEAVING DLR235-SX ON
122500*    IT; A FULL TABLE LEAVES THE SOURCE UNFOUND AND COUNTED.
122600 4700-FIND-SOURCE.
122700     MOVE 'N' TO DLR235-SRC-FOUND-SW.
122800     SET DLR235-SX TO 1.
122900     SEARCH DLR235-SRC-ENTRY
123000         AT END
123100             ADD 1 TO DLR235-SRC-DROPPED
123200         WHEN DLR235-SX > DLR235-SRC-COUNT
123300             ADD 1 TO DLR235-SRC-COUNT
123400             MOVE DLR235-FEED-SUB TO DLR235-S-FEED (DLR235-SX)
123500             MOVE DLR235-SOURCE   TO DLR235-S-VALUE (DLR235-SX)
123600             MOVE ZERO TO DLR235-S-TONIGHT (DLR235-SX)
123700             MOVE ZERO TO DLR235-S-THIS-WEEK (DLR235-SX)
123800             MOVE ZERO TO DLR235-S-LAST-WEEK (DLR235-SX)
123900             MOVE 'N'  TO DLR235-S-PRINTED (DLR235-SX)
124000             MOVE 'Y'  TO DLR235-SRC-FOUND-SW
124100         WHEN DLR235-S-FEED (DLR235-SX) = DLR235-FEED-SUB
124200         AND  DLR235-S-VALUE (DLR235-SX) = DLR235-SOURCE
124300             MOVE 'Y'  TO DLR235-SRC-FOUND-SW
124400     END-SEARCH.
124500 4700-EXIT.
124600     EXIT.
124700
124800******************************************************************
124900*    ROLL THE HISTORY - ROWS FOR A FEED'S BUSINESS DATE TONIGHT  *
125000*    ARE REPLACED, ROWS OLDER THAN THE WINDOW AGE OFF, AND THE   *
125100*    REST ARE CARRIED TO THE NEW GENERATION AND ADDED INTO THE   *
125200*    WEEKLY BUCKETS.                                             *
125300******************************************************************
125400 5000-ROLL-HISTORY.
125500     OPEN INPUT  HISTORY-IN.
125600     OPEN OUTPUT HISTORY-OUT.
125700     MOVE 'N' TO DLR235-EOF-SW.
125800     PERFORM 5100-READ-HISTORY.
125900     PERFORM 5200-TEST-ONE-ROW
126000         UNTIL DLR235-EOF.
126100     CLOSE HISTORY-IN.
126200 5000-EXIT.
126300     EXIT.
126400
126500 5100-READ-HISTORY.
126600     READ HISTORY-IN INTO DLDQHIST-RECORD
126700         AT END
126800             MOVE 'Y' TO DLR235-EOF-SW
126900         NOT AT END
127000             ADD 1 TO DLR235-HIST-READ
127100     END-READ.
127200 5100-EXIT.
127300     EXIT.
127400
127500 5200-TEST-ONE-ROW.
127600     MOVE 'N' TO DLR235-FEED-FOUND-SW.
127700     SET DLR235-FX TO 1.
127800     SEARCH DLR235-FEED-ENTRY
127900         AT END
128000             CONTINUE
128100         WHEN DLR235-K-ID (DLR235-FX) = DLDQHIST-FEED-ID
128200             SET DLR235-FEED-SUB TO DLR235-FX
128300             MOVE 'Y' TO DLR235-FEED-FOUND-SW
128400     END-SEARCH.
128500     MOVE DLDQHIST-BUS-DATE TO DLR235-FIND-DATE.
128600     PERFORM 5300-FIND-WEEK.
128700     EVALUATE TRUE
128800         WHEN NOT DLR235-FEED-FOUND
128900             ADD 1 TO DLR235-HIST-AGED
129000         WHEN DLDQHIST-BUS-DATE
129100                 = DLR235-F-BUS-DATE (DLR235-FEED-SUB)
129200             ADD 1 TO DLR235-HIST-REPLACED
129300         WHEN DLR235-WEEK-SUB = ZERO
129400             ADD 1 TO DLR235-HIST-AGED
129500         WHEN OTHER
129600             ADD 1 TO DLR235-HIST-KEPT
129700             WRITE HISTORY-OUT-REC FROM DLDQHIST-RECORD
129800             PERFORM 5400-ACCUMULATE-ROW
129900     END-EVALUATE.
130000     PERFORM 5100-READ-HISTORY.
130100 5200-EXIT.
130200     EXIT.
130300
130400*    SETS DLR235-WEEK-SUB TO THE WINDOW WEEK HOLDING
130500*    DLR235-FIND-DATE, OR ZERO WHEN IT FALLS OUTSIDE.
130600 5300-FIND-WEEK.
130700     MOVE ZERO TO DLR235-WEEK-SUB.
130800     SET DLR235-WX TO 1.
130900     SEARCH DLR235-WEEK-ENTRY
131000         AT END
131100             CONTINUE
131200         WHEN DLR235-WX > DLR235-WEEK-COUNT
131300             CONTINUE
131400         WHEN DLR235-FIND-DATE >= DLR235-W-START (DLR235-WX)
131500         AND  DLR235-FIND-DATE <= DLR235-W-END (DLR235-WX)
131600             SET DLR235-WEEK-SUB TO DLR235-WX
131700     END-SEARCH.
131800 5300-EXIT.
131900     EXIT.
132000
132100 5400-ACCUMULATE-ROW.
132200     IF  DLDQHIST-FEED-ROW
132300         ADD DLDQHIST-VOLUME
132400             TO DLR235-F-WK-VOLUME
132500                    (DLR235-FEED-SUB, DLR235-WEEK-SUB)
132600         ADD DLDQHIST-REJECTS
132700             TO DLR235-F-WK-REJECTS
132800                    (DLR235-FEED-SUB, DLR235-WEEK-SUB)
132900     END-IF.
133000     IF  DLDQHIST-SOURCE-ROW
133100     AND DLR235-WEEK-SUB <= 2
133200         MOVE DLDQHIST-SOURCE TO DLR235-SOURCE
133300         PERFORM 4700-FIND-SOURCE
133400         IF  DLR235-SRC-FOUND
133500             IF  DLR235-WEEK-SUB = 1
133600                 ADD DLDQHIST-REJECTS
133700                     TO DLR235-S-THIS-WEEK (DLR235-SX)
133800             ELSE
133900                 ADD DLDQHIST-REJECTS
134000                     TO DLR235-S-LAST-WEEK (DLR235-SX)
134100             END-IF
134200         END-IF
134300     END-IF.
134400 5400-EXIT.
134500     EXIT.
134600
134700*    TONIGHT'S FEED ROWS (FOR EVERY FEED WHOSE JOB POSTED OR
134800*    THAT HAD REJECTS) AND SOURCE ROWS GO ON THE END OF THE
134900*    NEW GENERATION AND INTO THE BUCKETS LIKE ANY OTHER ROW.
135000 6000-ADD-TONIGHT.
135100     PERFORM 6100-ADD-FEED-ROW
135200         VARYING DLR235-FEED-SUB FROM 1 BY 1
135300         UNTIL DLR235-FEED-SUB > 11.
135400     PERFORM 6200-ADD-SOURCE-ROW
135500         VARYING DLR235-PICK-SUB FROM 1 BY 1
135600         UNTIL DLR235-PICK-SUB > DLR235-SRC-COUNT.
135700     CLOSE HISTORY-OUT.
135800 6000-EXIT.
135900     EXIT.
136000
136100 6100-ADD-FEED-ROW.
136200     IF  DLR235-F-LOGGED (DLR235-FEED-SUB) = 'Y'
136300     OR  DLR235-F-REJECTS (DLR235-FEED-SUB) > ZERO
136400         MOVE SPACES TO DLDQHIST-RECORD
136500         MOVE DLR235-F-BUS-DATE (DLR235-FEED-SUB)
136600             TO DLDQHIST-BUS-DATE
136700         MOVE DLR235-K-ID (DLR235-FEED-SUB)
136800             TO DLDQHIST-FEED-ID
136900         MOVE 'F' TO DLDQHIST-ROW-TYPE
137000         MOVE DLR235-K-SRC-TYPE (DLR235-FEED-SUB)
137100             TO DLDQHIST-SOURCE-TYPE
137200         MOVE DLR235-F-VOLUME (DLR235-FEED-SUB)
137300             TO DLDQHIST-VOLUME
137400         MOVE DLR235-F-REJECTS (DLR235-FEED-SUB)
137500             TO DLDQHIST-REJECTS
137600         PERFORM 6300-WRITE-TONIGHT-ROW
137700     END-IF.
137800 6100-EXIT.
137900     EXIT.
138000
138100 6200-ADD-SOURCE-ROW.
138200     SET DLR235-SX TO DLR235-PICK-SUB.
138300     IF  DLR235-S-TONIGHT (DLR235-SX) > ZERO
138400         MOVE DLR235-S-FEED (DLR235-SX) TO DLR235-FEED-SUB
138500         MOVE SPACES TO DLDQHIST-RECORD
138600         MOVE DLR235-F-BUS-DATE (DLR235-FEED-SUB)
138700             TO DLDQHIST-BUS-DATE
138800         MOVE DLR235-K-ID (DLR235-FEED-SUB)
138900             TO DLDQHIST-FEED-ID
139000         MOVE 'S' TO DLDQHIST-ROW-TYPE
139100         MOVE DLR235-K-SRC-TYPE (DLR235-FEED-SUB)
139200             TO DLDQHIST-SOURCE-TYPE
139300         MOVE DLR235-S-VALUE (DLR235-SX) TO DLDQHIST-SOURCE
139400         MOVE ZERO TO DLDQHIST-VOLUME
139500         MOVE DLR235-S-TONIGHT (DLR235-SX)
139600             TO DLDQHIST-REJECTS
139700         PERFORM 6300-WRITE-TONIGHT-ROW
139800     END-IF.
139900 6200-EXIT.
140000     EXIT.
140100
140200 6300-WRITE-TONIGHT-ROW.
140300     MOVE DLR235-RUN-DATE TO DLDQHIST-RUN-DATE.
140400     WRITE HISTORY-OUT-REC FROM DLDQHIST-RECORD.
140500     ADD 1 TO DLR235-HIST-WRITTEN.
140600     MOVE DLDQHIST-BUS-DATE TO DLR235-FIND-DATE.
140700     PERFORM 5300-FIND-WEEK.
140800     IF  DLR235-WEEK-SUB > ZERO
140900         PERFORM 5400-ACCUMULATE-ROW
141000     END-IF.
141100 6300-EXIT.
141200     EXIT.
141300
141400******************************************************************
141500*    THE SCORECARD - ONE LINE PER FEED. RATES ARE REJECTS PER    *
141600*    HUNDRED RECORDS IN; THE LIMIT IS HELD IN HUNDREDTHS OF A    *
141700*    PERCENT, SO TONIGHT'S RATE IS TESTED AGAINST IT AS REJECTS  *
141800*    TIMES 10000 OVER VOLUME.                                    *
141900******************************************************************
142000 7000-PRINT-SCORECARD.
142100     WRITE SCORE-LINE FROM DLR235-BLANK-LINE.
142200     WRITE SCORE-LINE FROM DLR235-SCORE-HEADING.
142300     PERFORM 7100-PRINT-ONE-FEED
142400         VARYING DLR235-FEED-SUB FROM 1 BY 1
142500         UNTIL DLR235-FEED-SUB > 11.
142600 7000-EXIT.
142700     EXIT.
142800
142900 7100-PRINT-ONE-FEED.
143000     MOVE DLR235-K-ID (DLR235-FEED-SUB)   TO DLR235-D-FEED.
143100     MOVE DLR235-K-DESC (DLR235-FEED-SUB) TO DLR235-D-DESC.
143200     MOVE DLR235-K-JOB (DLR235-FEED-SUB)  TO DLR235-D-JOB.
143300     MOVE DLR235-F-BUS-DATE (DLR235-FEED-SUB)
143400         TO DLR235-D-BUS-DATE.
143500     MOVE DLR235-F-VOLUME (DLR235-FEED-SUB)
143600         TO DLR235-D-VOLUME.
143700     MOVE DLR235-F-REJECTS (DLR235-FEED-SUB)
143800         TO DLR235-D-REJECTS.
143900     COMPUTE DLR235-LIMIT-PCT =
144000         DLR235-F-RATE-BP (DLR235-FEED-SUB) / 100.
144100     MOVE DLR235-LIMIT-PCT TO DLR235-D-LIMIT.
144200     MOVE DLR235-F-VOLUME (DLR235-FEED-SUB)
144300         TO DLR235-CALC-VOLUME.
144400     MOVE DLR235-F-REJECTS (DLR235-FEED-SUB)
144500         TO DLR235-CALC-REJECTS.
144600     PERFORM 7900-CALC-RATE.
144700     MOVE DLR235-CALC-RATE TO DLR235-D-RATE.
144800     MOVE SPACES TO DLR235-D-FLAG.
144900     IF  DLR235-CALC-VOLUME = ZERO
145000         MOVE 'NO VOL ' TO DLR235-D-FLAG
145100     ELSE
145200         IF  DLR235-CALC-REJECTS * 10000
145300                 > DLR235-F-RATE-BP (DLR235-FEED-SUB)
145400                   * DLR235-CALC-VOLUME
145500             MOVE '*ALERT*' TO DLR235-D-FLAG
145600             ADD 1 TO DLR235-FEEDS-ALERTED
145700             DISPLAY 'DLR235 ALERT - FEED '
145800                 DLR235-K-ID (DLR235-FEED-SUB)
145900                 ' REJECT RATE ' DLR235-D-RATE
146000                 '% OVER LIMIT ' DLR235-D-LIMIT '%'
146100         END-IF
146200     END-IF.
146300     PERFORM 7200-WEEK-ON-WEEK.
146400     WRITE SCORE-LINE FROM DLR235-SCORE-LINE.
146500 7100-EXIT.
146600     EXIT.
146700
146800*    THIS WEEK (WINDOW WEEK 1) AGAINST LAST (WEEK 2), AND THE
146900*    WHOLE THIRTEEN WEEKS. A WEEK WITH NO VOLUME HAS NO RATE,
147000*    SO NO TREND IS SHOWN AGAINST IT.
147100 7200-WEEK-ON-WEEK.
147200     MOVE DLR235-F-WK-VOLUME (DLR235-FEED-SUB, 1)
147300         TO DLR235-CALC-VOLUME.
147400     MOVE DLR235-F-WK-REJECTS (DLR235-FEED-SUB, 1)
147500         TO DLR235-CALC-REJECTS.
147600     PERFORM 7900-CALC-RATE.
147700     MOVE DLR235-CALC-RATE TO DLR235-WEEK-RATE.
147800     MOVE 'N' TO DLR235-WEEK-VOL-SW.
147900     IF  DLR235-CALC-VOLUME > ZERO
148000         MOVE 'Y' TO DLR235-WEEK-VOL-SW
148100     END-IF.
148200     MOVE DLR235-F-WK-VOLUME (DLR235-FEED-SUB, 2)
148300         TO DLR235-CALC-VOLUME.
148400     MOVE DLR235-F-WK-REJECTS (DLR235-FEED-SUB, 2)
148500         TO DLR235-CALC-REJECTS.
148600     PERFORM 7900-CALC-RATE.
148700     MOVE DLR235-CALC-RATE TO DLR235-LAST-RATE.
148800     MOVE 'N' TO DLR235-LAST-VOL-SW.
148900     IF  DLR235-CALC-VOLUME > ZERO
149000         MOVE 'Y' TO DLR235-LAST-VOL-SW
149100     END-IF.
149200     MOVE DLR235-WEEK-RATE TO DLR235-D-WEEK.
149300     MOVE DLR235-LAST-RATE TO DLR235-D-LAST.
149400     COMPUTE DLR235-MOVEMENT =
149500         DLR235-WEEK-RATE - DLR235-LAST-RATE.
149600     MOVE DLR235-MOVEMENT TO DLR235-D-MOVEMENT.
149700     MOVE SPACES TO DLR235-D-TREND.
149800     IF  DLR235-WEEK-VOL-SW = 'Y'
149900     AND DLR235-LAST-VOL-SW = 'Y'
150000         EVALUATE TRUE
150100             WHEN DLR235-MOVEMENT > ZERO
150200                 MOVE 'WORSE ' TO DLR235-D-TREND
150300             WHEN DLR235-MOVEMENT < ZERO
150400                 MOVE 'BETTER' TO DLR235-D-TREND
150500             WHEN OTHER
150600                 MOVE 'SAME  ' TO DLR235-D-TREND
150700         END-EVALUATE
150800     END-IF.
150900     MOVE ZERO TO DLR235-SUM-VOLUME.
151000     MOVE ZERO TO DLR235-SUM-REJECTS.
151100     PERFORM 7300-SUM-ONE-WEEK
151200         VARYING DLR235-WEEK-SUB FROM 1 BY 1
151300         UNTIL DLR235-WEEK-SUB > 13.
151400     MOVE DLR235-SUM-VOLUME  TO DLR235-CALC-VOLUME.
151500     MOVE DLR235-SUM-REJECTS TO DLR235-CALC-REJECTS.
151600     PERFORM 7900-CALC-RATE.
151700     MOVE DLR235-CALC-RATE TO DLR235-D-13-WEEK.
151800 7200-EXIT.
151900     EXIT.
152000
152100 7300-SUM-ONE-WEEK.
152200     ADD DLR235-F-WK-VOLUME (DLR235-FEED-SUB, DLR235-WEEK-SUB)
152300         TO DLR235-SUM-VOLUME.
152400     ADD DLR235-F-WK-REJECTS (DLR235-FEED-SUB, DLR235-WEEK-SUB)
152500         TO DLR235-SUM-REJECTS.
152600 7300-EXIT.
152700     EXIT.
152800
152900 7400-PRINT-REASONS.
153000     WRITE SCORE-LINE FROM DLR235-BLANK-LINE.
153100     WRITE SCORE-LINE FROM DLR235-REASON-HEADING.
153200     PERFORM 7410-REASONS-FOR-FEED
153300         VARYING DLR235-FEED-SUB FROM 1 BY 1
153400         UNTIL DLR235-FEED-SUB > 11.
153500 7400-EXIT.
153600     EXIT.
153700
153800 7410-REASONS-FOR-FEED.
153900     PERFORM 7420-PRINT-ONE-REASON
154000         VARYING DLR235-RSN-IX FROM 1 BY 1
154100         UNTIL DLR235-RSN-IX > DLR235-RSN-COUNT.
154200 7410-EXIT.
154300     EXIT.
154400
154500 7420-PRINT-ONE-REASON.
154600     IF  DLR235-R-FEED (DLR235-RSN-IX) = DLR235-FEED-SUB
154700         MOVE DLR235-K-ID (DLR235-FEED-SUB)   TO DLR235-RL-FEED
154800         MOVE DLR235-K-DESC (DLR235-FEED-SUB) TO DLR235-RL-DESC
154900         MOVE DLR235-R-CODE (DLR235-RSN-IX)   TO DLR235-RL-CODE
155000         MOVE DLR235-R-COUNT (DLR235-RSN-IX)  TO DLR235-RL-COUNT
155100         COMPUTE DLR235-SHARE-PCT ROUNDED =
155200             DLR235-R-COUNT (DLR235-RSN-IX) * 100
155300                 / DLR235-F-REJECTS (DLR235-FEED-SUB)
155400         MOVE DLR235-SHARE-PCT TO DLR235-RL-SHARE
155500         WRITE SCORE-LINE FROM DLR235-REASON-LINE
155600     END-IF.
155700 7420-EXIT.
155800     EXIT.
155900
156000*    THE TEN SOURCES WITH THE MOST REJECTS THIS WEEK, PICKED
156100*    HIGHEST FIRST, WITH LAST WEEK'S COUNT FOR THE MOVEMENT.
156200 7600-PRINT-OFFENDERS.
156300     WRITE SCORE-LINE FROM DLR235-BLANK-LINE.
156400     WRITE SCORE-LINE FROM DLR235-OFFENDER-HEADING.
156500     WRITE SCORE-LINE FROM DLR235-OFFENDER-HEADING-2.
156600     PERFORM 7610-PICK-NEXT-OFFENDER
156700         VARYING DLR235-PICK-SUB FROM 1 BY 1
156800         UNTIL DLR235-PICK-SUB > 10.
156900     IF  DLR235-OFFENDERS-SHOWN = ZERO
157000         WRITE SCORE-LINE FROM DLR235-NONE-LINE
157100     END-IF.
157200 7600-EXIT.
157300     EXIT.
157400
157500 7610-PICK-NEXT-OFFENDER.
157600     MOVE ZERO TO DLR235-BEST-SUB.
157700     MOVE ZERO TO DLR235-BEST-COUNT.
157800     PERFORM 7620-TEST-ONE-SOURCE
157900         VARYING DLR235-SX FROM 1 BY 1
158000         UNTIL DLR235-SX > DLR235-SRC-COUNT.
158100     IF  DLR235-BEST-SUB > ZERO
158200         SET DLR235-SX TO DLR235-BEST-SUB
158300         MOVE 'Y' TO DLR235-S-PRINTED (DLR235-SX)
158400         ADD 1 TO DLR235-OFFENDERS-SHOWN
158500         PERFORM 7630-PRINT-OFFENDER
158600     END-IF.
158700 7610-EXIT.
158800     EXIT.
158900
159000 7620-TEST-ONE-SOURCE.
159100     IF  DLR235-S-PRINTED (DLR235-SX) = 'N'
159200     AND DLR235-S-THIS-WEEK (DLR235-SX) > DLR235-BEST-COUNT
159300         MOVE DLR235-S-THIS-WEEK (DLR235-SX)
159400             TO DLR235-BEST-COUNT
159500         SET DLR235-BEST-SUB TO DLR235-SX
159600     END-IF.
159700 7620-EXIT.
159800     EXIT.
159900
160000 7630-PRINT-OFFENDER.
160100     MOVE DLR235-S-FEED (DLR235-SX) TO DLR235-FEED-SUB.
160200     MOVE DLR235-OFFENDERS-SHOWN TO DLR235-OL-RANK.
160300     MOVE DLR235-K-ID (DLR235-FEED-SUB) TO DLR235-OL-FEED.
160400     EVALUATE DLR235-K-SRC-TYPE (DLR235-FEED-SUB)
160500         WHEN 'S'
160600             MOVE 'STORE   ' TO DLR235-OL-TYPE
160700         WHEN 'V'
160800             MOVE 'VENDOR  ' TO DLR235-OL-TYPE
160900         WHEN 'B'
161000             MOVE 'BRANCH  ' TO DLR235-OL-TYPE
161100         WHEN 'D'
161200             MOVE 'DEPT    ' TO DLR235-OL-TYPE
161300         WHEN OTHER
161400             MOVE 'CUSTOMER' TO DLR235-OL-TYPE
161500     END-EVALUATE.
161600     MOVE DLR235-S-VALUE (DLR235-SX) TO DLR235-OL-SOURCE.
161700     MOVE DLR235-S-TONIGHT (DLR235-SX) TO DLR235-OL-TONIGHT.
161800     MOVE DLR235-S-THIS-WEEK (DLR235-SX)
161900         TO DLR235-OL-THIS-WEEK.
162000     MOVE DLR235-S-LAST-WEEK (DLR235-SX)
162100         TO DLR235-OL-LAST-WEEK.
162200     COMPUTE DLR235-CHANGE =
162300         DLR235-S-THIS-WEEK (DLR235-SX)
162400             - DLR235-S-LAST-WEEK (DLR235-SX).
162500     MOVE DLR235-CHANGE TO DLR235-OL-CHANGE.
162600     EVALUATE TRUE
162700         WHEN DLR235-S-LAST-WEEK (DLR235-SX) = ZERO
162800             MOVE 'NEW   ' TO DLR235-OL-TREND
162900         WHEN DLR235-CHANGE > ZERO
163000             MOVE 'WORSE ' TO DLR235-OL-TREND
163100         WHEN DLR235-CHANGE < ZERO
163200             MOVE 'BETTER' TO DLR235-OL-TREND
163300         WHEN OTHER
163400             MOVE 'SAME  ' TO DLR235-OL-TREND
163500     END-EVALUATE.
163600     WRITE SCORE-LINE FROM DLR235-OFFENDER-LINE.
163700 7630-EXIT.
163800     EXIT.
163900
164000*    COLUMN 13 IS THIS WEEK; COLUMN 1 IS TWELVE WEEKS BEFORE.
164100*    WEEKS BEFORE THE START OF THE CALENDAR PRINT BLANK.
164200 7800-PRINT-TREND.
164300     WRITE SCORE-LINE FROM DLR235-BLANK-LINE.
164400     WRITE SCORE-LINE FROM DLR235-TREND-HEADING.
164500     PERFORM 7810-LABEL-ONE-COLUMN
164600         VARYING DLR235-COL-SUB FROM 1 BY 1
164700         UNTIL DLR235-COL-SUB > 13.
164800     WRITE SCORE-LINE FROM DLR235-TREND-HEADING-2.
164900     PERFORM 7820-TREND-FOR-FEED
165000         VARYING DLR235-FEED-SUB FROM 1 BY 1
165100         UNTIL DLR235-FEED-SUB > 11.
165200 7800-EXIT.
165300     EXIT.
165400
165500 7810-LABEL-ONE-COLUMN.
165600     COMPUTE DLR235-WEEK-SUB = 14 - DLR235-COL-SUB.
165700     IF  DLR235-WEEK-SUB > DLR235-WEEK-COUNT
165800         MOVE SPACES TO DLR235-TH-COLUMN (DLR235-COL-SUB)
165900     ELSE
166000         MOVE '   WK' TO DLR235-TH-LIT (DLR235-COL-SUB)
166100         MOVE DLR235-W-WOY (DLR235-WEEK-SUB)
166200             TO DLR235-TH-WOY (DLR235-COL-SUB)
166300     END-IF.
166400 7810-EXIT.
166500     EXIT.
166600
166700 7820-TREND-FOR-FEED.
166800     MOVE SPACES TO DLR235-TREND-LINE.
166900     MOVE DLR235-K-ID (DLR235-FEED-SUB) TO DLR235-TL-FEED.
167000     PERFORM 7830-TREND-ONE-COLUMN
167100         VARYING DLR235-COL-SUB FROM 1 BY 1
167200         UNTIL DLR235-COL-SUB > 13.
167300     WRITE SCORE-LINE FROM DLR235-TREND-LINE.
167400 7820-EXIT.
167500     EXIT.
167600
167700 7830-TREND-ONE-COLUMN.
167800     COMPUTE DLR235-WEEK-SUB = 14 - DLR235-COL-SUB.
167900     IF  DLR235-WEEK-SUB <= DLR235-WEEK-COUNT
168000         MOVE DLR235-F-WK-VOLUME
168100                  (DLR235-FEED-SUB, DLR235-WEEK-SUB)
168200             TO DLR235-CALC-VOLUME
168300         MOVE DLR235-F-WK-REJECTS
168400                  (DLR235-FEED-SUB, DLR235-WEEK-SUB)
168500             TO DLR235-CALC-REJECTS
168600         PERFORM 7900-CALC-RATE
168700         MOVE DLR235-CALC-RATE
168800             TO DLR235-TL-RATE (DLR235-COL-SUB)
168900     END-IF.
169000 7830-EXIT.
169100     EXIT.
169200
169300 7900-CALC-RATE.
169400     IF  DLR235-CALC-VOLUME > ZERO
169500         COMPUTE DLR235-CALC-RATE ROUNDED =
169600             DLR235-CALC-REJECTS * 100 / DLR235-CALC-VOLUME
169700     ELSE
169800         MOVE ZERO TO DLR235-CALC-RATE
169900     END-IF.
170000 7900-EXIT.
170100     EXIT.
170200
170300 9000-TERMINATE.
170400     IF  DLR235-CALENDAR-OK
170500         WRITE SCORE-LINE FROM DLR235-BLANK-LINE
170600         MOVE 'HISTORY ROWS READ                       '
170700             TO DLR235-T-LABEL
170800         MOVE DLR235-HIST-READ TO DLR235-T-COUNT
170900         WRITE SCORE-LINE FROM DLR235-TOTAL-LINE
171000         MOVE 'HISTORY ROWS REPLACED BY TONIGHT        '
171100             TO DLR235-T-LABEL
171200         MOVE DLR235-HIST-REPLACED TO DLR235-T-COUNT
171300         WRITE SCORE-LINE FROM DLR235-TOTAL-LINE
171400         MOVE 'HISTORY ROWS AGED OFF                   '
171500             TO DLR235-T-LABEL
171600         MOVE DLR235-HIST-AGED TO DLR235-T-COUNT
171700         WRITE SCORE-LINE FROM DLR235-TOTAL-LINE
171800         MOVE 'HISTORY ROWS CARRIED PLUS TONIGHT       '
171900             TO DLR235-T-LABEL
172000         COMPUTE DLR235-T-COUNT =
172100             DLR235-HIST-KEPT + DLR235-HIST-WRITTEN
172200         WRITE SCORE-LINE FROM DLR235-TOTAL-LINE
172300         MOVE 'FEEDS OVER THEIR REJECT-RATE LIMIT      '
172400             TO DLR235-T-LABEL
172500         MOVE DLR235-FEEDS-ALERTED TO DLR235-T-COUNT
172600         WRITE SCORE-LINE FROM DLR235-TOTAL-LINE
172700     END-IF.
172800     CLOSE SCORE-REPORT.
172900     IF  DLR235-PO-DROPPED > ZERO
173000         DISPLAY 'DLR235 POS OVER TABLE    = '
173100             DLR235-PO-DROPPED
173200     END-IF.
173300     IF  DLR235-SRC-DROPPED > ZERO
173400         DISPLAY 'DLR235 SOURCES OVER TABLE = '
173500             DLR235-SRC-DROPPED
173600     END-IF.
173700     IF  DLR235-RSN-DROPPED > ZERO
173800         DISPLAY 'DLR235 REASONS OVER TABLE = '
173900             DLR235-RSN-DROPPED
174000     END-IF.
174100     DISPLAY 'DLR235 FEEDS ALERTED     = '
174200         DLR235-FEEDS-ALERTED.
174300     EVALUATE TRUE
174400         WHEN NOT DLR235-CALENDAR-OK
174500             MOVE 8 TO RETURN-CODE
174600         WHEN DLR235-FEEDS-ALERTED > ZERO
174700             MOVE 4 TO RETURN-CODE
174800         WHEN OTHER
174900             CONTINUE
175000     END-EVALUATE.
175100 9000-EXIT.
175200     EXIT.
