000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR189.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR189 - MARKETING CONSENT REGISTER LOAD                     *
001000*                                                                *
001100*   APPLIES THE STORE SIGN-UP FEED, THEN THE WEB SIGN-UP FEED,   *
001200*   TO THE DLCONSNT CONSENT REGISTER. EACH FEED RECORD OPTS A    *
001300*   CARD IN OR OUT OF ONE CHANNEL (MAIL, EMAIL OR SMS) AS AT     *
001400*   ITS CONSENT DATE. A RECORD DATED BEFORE THE CONSENT ALREADY  *
001500*   HELD IS OVERTAKEN AND IGNORED; ONE THAT CHANGES THE STATUS   *
001600*   REPLACES IT, KEEPING THE OLD STATUS AS THE PRIOR STATUS,     *
001700*   AND IS LOGGED TO THE DLCONHST HISTORY FOR THE DLR190 AUDIT.  *
001800*   A RECORD WITH A BAD CARD, CHANNEL, STATUS OR DATE IS         *
001900*   REJECTED AND THE RUN ENDS WITH RETURN CODE 4.                *
002000*                                                                *
002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT STORE-FEED        ASSIGN TO STCONSIN
003300                              ORGANIZATION IS SEQUENTIAL.
003400     SELECT WEB-FEED          ASSIGN TO WBCONSIN
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT CONSENT-REGISTER  ASSIGN TO DLCONSNT
003700                              ORGANIZATION IS INDEXED
003800                              ACCESS MODE IS RANDOM
003900                              RECORD KEY IS DLCONSNT-KEY.
004000     SELECT CONSENT-HISTORY   ASSIGN TO DLCONHST
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT CONSENT-REPORT    ASSIGN TO CONSRPT
004300                              ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  STORE-FEED
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  STORE-FEED-REC              PIC X(80).
005000 FD  WEB-FEED
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005300 01  WEB-FEED-REC                PIC X(80).
005400 FD  CONSENT-REGISTER
005500     LABEL RECORDS ARE STANDARD.
005600 01  DLCONSNT-RECORD.
005700     COPY DLCONSNT.
005800 FD  CONSENT-HISTORY
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  DLCONHST-RECORD.
006200     COPY DLCONHST.
006300 FD  CONSENT-REPORT
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  CONSENT-LINE                PIC X(132).
006700 WORKING-STORAGE SECTION.
006800 01  DLCONFED-RECORD.
006900     COPY DLCONFED.
007000 01  DLR189-SWITCHES.
007100     05  DLR189-EOF-SW            PIC X(01)  VALUE 'N'.
007200         88  DLR189-EOF                      VALUE 'Y'.
007300     05  DLR189-FOUND-SW          PIC X(01)  VALUE 'N'.
007400         88  DLR189-FOUND                    VALUE 'Y'.
007500*    'S' WHILE THE STORE FEED IS APPLIED, 'W' FOR THE WEB FEED.
007600 01  DLR189-SOURCE                PIC X(01)  VALUE 'S'.
007700     88  DLR189-STORE-SOURCE                 VALUE 'S'.
007800     88  DLR189-WEB-SOURCE                   VALUE 'W'.
007900 01  DLR189-RUN-DATE              PIC 9(08)  VALUE ZERO.
008000 01  DLR189-SOURCE-SUB            PIC S9(04)  COMP.
008100 01  DLR189-REJECT-TEXT           PIC X(30).
008200 01  DLR189-COUNTERS.
008300     05  DLR189-FEED-TOTALS       OCCURS 2 TIMES.
008400         10  DLR189-READ          PIC 9(07)  VALUE ZERO.
008500         10  DLR189-ADDED         PIC 9(07)  VALUE ZERO.
008600         10  DLR189-CHANGED       PIC 9(07)  VALUE ZERO.
008700         10  DLR189-UNCHANGED     PIC 9(07)  VALUE ZERO.
008800         10  DLR189-OVERTAKEN     PIC 9(07)  VALUE ZERO.
008900         10  DLR189-REJECTED      PIC 9(07)  VALUE ZERO.
009000     05  DLR189-TOTAL-REJECTED    PIC 9(07)  VALUE ZERO.
009100 01  DLR189-HEADING-1.
009200     05  FILLER                   PIC X(53)  VALUE
009300         'DLR189 - MARKETING CONSENT REGISTER LOAD         RUN '.
009400     05  DLR189-H-RUN-DATE        PIC 9(08).
009500 01  DLR189-HEADING-2.
009600     05  FILLER                   PIC X(40)  VALUE
009700         'SOURCE  CARD              CH ST DATE    '.
009800     05  FILLER                   PIC X(20)  VALUE
009900         '  REFERENCE  REASON'.
010000 01  DLR189-REJECT-LINE.
010100     05  DLR189-R-SOURCE          PIC X(06).
010200     05  FILLER                   PIC X(02)  VALUE SPACES.
010300     05  DLR189-R-CUST-NO         PIC X(16).
010400     05  FILLER                   PIC X(02)  VALUE SPACES.
010500     05  DLR189-R-CHANNEL         PIC X(01).
010600     05  FILLER                   PIC X(02)  VALUE SPACES.
010700     05  DLR189-R-STATUS          PIC X(01).
010800     05  FILLER                   PIC X(02)  VALUE SPACES.
010900     05  DLR189-R-DATE            PIC X(08).
011000     05  FILLER                   PIC X(02)  VALUE SPACES.
011100     05  DLR189-R-SOURCE-REF      PIC X(08).
011200     05  FILLER                   PIC X(03)  VALUE SPACES.
011300     05  DLR189-R-TEXT            PIC X(30).
011400 01  DLR189-TOTAL-HEADING.
011500     05  FILLER                   PIC X(32)  VALUE
011600         'SOURCE   READ    ADDED  CHANGED '.
011700     05  FILLER                   PIC X(29)  VALUE
011800         '    SAME    OVERTKN  REJECTED'.
011900 01  DLR189-TOTAL-LINE.
012000     05  DLR189-T-SOURCE          PIC X(06).
012100     05  DLR189-T-READ            PIC ZZZZZZ9.
012200     05  FILLER                   PIC X(02)  VALUE SPACES.
012300     05  DLR189-T-ADDED           PIC ZZZZZZ9.
012400     05  FILLER                   PIC X(02)  VALUE SPACES.
012500     05  DLR189-T-CHANGED         PIC ZZZZZZ9.
012600     05  FILLER                   PIC X(02)  VALUE SPACES.
012700     05  DLR189-T-UNCHANGED       PIC ZZZZZZ9.
012800     05  FILLER                   PIC X(04)  VALUE SPACES.
012900     05  DLR189-T-OVERTAKEN       PIC ZZZZZZ9.
013000     05  FILLER                   PIC X(02)  VALUE SPACES.
013100     05  DLR189-T-REJECTED        PIC ZZZZZZ9.
013200 01  DLR189-BLANK-LINE            PIC X(01)  VALUE SPACE.
013300 PROCEDURE DIVISION.
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE.
013600     MOVE 'S' TO DLR189-SOURCE.
013700     MOVE 1   TO DLR189-SOURCE-SUB.
013800     PERFORM 2100-READ-FEED.
013900     PERFORM 2000-APPLY-FEED-RECORD
014000         UNTIL DLR189-EOF.
014100     MOVE 'W' TO DLR189-SOURCE.
014200     MOVE 2   TO DLR189-SOURCE-SUB.
014300     MOVE 'N' TO DLR189-EOF-SW.
014400     PERFORM 2100-READ-FEED.
014500     PERFORM 2000-APPLY-FEED-RECORD
014600         UNTIL DLR189-EOF.
014700     PERFORM 8000-PRINT-TOTALS.
014800     PERFORM 9000-TERMINATE.
014900     STOP RUN.
015000
015100 1000-INITIALIZE.
015200     OPEN INPUT  STORE-FEED
015300                 WEB-FEED.
015400     OPEN I-O    CONSENT-REGISTER.
015500     OPEN EXTEND CONSENT-HISTORY.
015600     OPEN OUTPUT CONSENT-REPORT.
015700     ACCEPT DLR189-RUN-DATE FROM DATE YYYYMMDD.
015800     MOVE DLR189-RUN-DATE TO DLR189-H-RUN-DATE.
015900     WRITE CONSENT-LINE FROM DLR189-HEADING-1.
016000     WRITE CONSENT-LINE FROM DLR189-BLANK-LINE.
016100     WRITE CONSENT-LINE FROM DLR189-HEADING-2.
016200 1000-EXIT.
016300     EXIT.
016400
016500 2000-APPLY-FEED-RECORD.
016600     ADD 1 TO DLR189-READ (DLR189-SOURCE-SUB).
016700     MOVE SPACES TO DLR189-REJECT-TEXT.
016800     EVALUATE TRUE
016900         WHEN DLCONFED-CUST-NO NOT NUMERIC
017000         OR   DLCONFED-CUST-NO = ZERO
017100             MOVE 'CARD NUMBER NOT VALID'
017200                 TO DLR189-REJECT-TEXT
017300         WHEN DLCONFED-CHANNEL NOT = 'M'
017400         AND  DLCONFED-CHANNEL NOT = 'E'
017500         AND  DLCONFED-CHANNEL NOT = 'S'
017600             MOVE 'CHANNEL NOT M, E OR S'
017700                 TO DLR189-REJECT-TEXT
017800         WHEN NOT DLCONFED-VALID-STATUS
017900             MOVE 'STATUS NOT I OR O'
018000                 TO DLR189-REJECT-TEXT
018100         WHEN DLCONFED-CONSENT-DATE NOT NUMERIC
018200         OR   DLCONFED-CONSENT-DATE = ZERO
018300         OR   DLCONFED-CONSENT-DATE > DLR189-RUN-DATE
018400             MOVE 'CONSENT DATE NOT VALID'
018500                 TO DLR189-REJECT-TEXT
018600         WHEN OTHER
018700             PERFORM 2200-POST-CONSENT
018800     END-EVALUATE.
018900     IF  DLR189-REJECT-TEXT NOT = SPACES
019000         PERFORM 2900-WRITE-REJECT
019100     END-IF.
019200     PERFORM 2100-READ-FEED.
019300 2000-EXIT.
019400     EXIT.
019500
019600 2100-READ-FEED.
019700     IF  DLR189-STORE-SOURCE
019800         READ STORE-FEED INTO DLCONFED-RECORD
019900             AT END
020000                 MOVE 'Y' TO DLR189-EOF-SW
020100         END-READ
020200     ELSE
020300         READ WEB-FEED INTO DLCONFED-RECORD
020400             AT END
020500                 MOVE 'Y' TO DLR189-EOF-SW
020600         END-READ
020700     END-IF.
020800 2100-EXIT.
020900     EXIT.
021000
021100 2200-POST-CONSENT.
021200     MOVE DLCONFED-CUST-NO TO DLCONSNT-CUST-NO.
021300     MOVE DLCONFED-CHANNEL TO DLCONSNT-CHANNEL.
021400     READ CONSENT-REGISTER
021500         INVALID KEY
021600             MOVE 'N' TO DLR189-FOUND-SW
021700         NOT INVALID KEY
021800             MOVE 'Y' TO DLR189-FOUND-SW
021900     END-READ.
022000     EVALUATE TRUE
022100         WHEN NOT DLR189-FOUND
022200             PERFORM 2300-ADD-CONSENT
022300         WHEN DLCONFED-CONSENT-DATE < DLCONSNT-CONSENT-DATE
022400             ADD 1 TO DLR189-OVERTAKEN (DLR189-SOURCE-SUB)
022500         WHEN DLCONFED-STATUS = DLCONSNT-STATUS
022600             ADD 1 TO DLR189-UNCHANGED (DLR189-SOURCE-SUB)
022700         WHEN OTHER
022800             PERFORM 2400-CHANGE-CONSENT
022900     END-EVALUATE.
023000 2200-EXIT.
023100     EXIT.
023200
023300 2300-ADD-CONSENT.
023400     MOVE SPACES TO DLCONSNT-RECORD.
023500     MOVE DLCONFED-CUST-NO      TO DLCONSNT-CUST-NO.
023600     MOVE DLCONFED-CHANNEL      TO DLCONSNT-CHANNEL.
023700     MOVE DLCONFED-STATUS       TO DLCONSNT-STATUS.
023800     MOVE DLCONFED-CONSENT-DATE TO DLCONSNT-CONSENT-DATE.
023900     MOVE DLR189-SOURCE         TO DLCONSNT-SOURCE.
024000     MOVE DLCONFED-SOURCE-REF   TO DLCONSNT-SOURCE-REF.
024100     MOVE SPACE                 TO DLCONSNT-PRIOR-STATUS.
024200     MOVE ZERO                  TO DLCONSNT-PRIOR-DATE.
024300     MOVE DLR189-RUN-DATE       TO DLCONSNT-LOAD-DATE.
024400     WRITE DLCONSNT-RECORD
024500         INVALID KEY
024600             DISPLAY 'DLR189 DLCONSNT WRITE FAILED '
024700                 DLCONSNT-KEY
024800     END-WRITE.
024900     ADD 1 TO DLR189-ADDED (DLR189-SOURCE-SUB).
025000     PERFORM 2500-WRITE-HISTORY.
025100 2300-EXIT.
025200     EXIT.
025300
025400 2400-CHANGE-CONSENT.
025500     MOVE DLCONSNT-STATUS       TO DLCONSNT-PRIOR-STATUS.
025600     MOVE DLCONSNT-CONSENT-DATE TO DLCONSNT-PRIOR-DATE.
025700     MOVE DLCONFED-STATUS       TO DLCONSNT-STATUS.
025800     MOVE DLCONFED-CONSENT-DATE TO DLCONSNT-CONSENT-DATE.
025900     MOVE DLR189-SOURCE         TO DLCONSNT-SOURCE.
026000     MOVE DLCONFED-SOURCE-REF   TO DLCONSNT-SOURCE-REF.
026100     MOVE DLR189-RUN-DATE       TO DLCONSNT-LOAD-DATE.
026200     REWRITE DLCONSNT-RECORD
026300         INVALID KEY
026400             DISPLAY 'DLR189 DLCONSNT REWRITE FAILED '
026500                 DLCONSNT-KEY
026600     END-REWRITE.
026700     ADD 1 TO DLR189-CHANGED (DLR189-SOURCE-SUB).
026800     PERFORM 2500-WRITE-HISTORY.
026900 2400-EXIT.
027000     EXIT.
027100
027200 2500-WRITE-HISTORY.
027300     MOVE SPACES                TO DLCONHST-RECORD.
027400     MOVE DLCONSNT-CUST-NO      TO DLCONHST-CUST-NO.
027500     MOVE DLCONSNT-CHANNEL      TO DLCONHST-CHANNEL.
027600     MOVE DLCONSNT-PRIOR-STATUS TO DLCONHST-OLD-STATUS.
027700     MOVE DLCONSNT-STATUS       TO DLCONHST-NEW-STATUS.
027800     MOVE DLCONSNT-CONSENT-DATE TO DLCONHST-CONSENT-DATE.
027900     MOVE DLCONSNT-SOURCE       TO DLCONHST-SOURCE.
028000     MOVE DLCONSNT-SOURCE-REF   TO DLCONHST-SOURCE-REF.
028100     MOVE DLR189-RUN-DATE       TO DLCONHST-LOAD-DATE.
028200     WRITE DLCONHST-RECORD.
028300 2500-EXIT.
028400     EXIT.
028500
028600 2900-WRITE-REJECT.
028700     ADD 1 TO DLR189-REJECTED (DLR189-SOURCE-SUB).
028800     ADD 1 TO DLR189-TOTAL-REJECTED.
028900     IF  DLR189-STORE-SOURCE
029000         MOVE 'STORE' TO DLR189-R-SOURCE
029100     ELSE
029200         MOVE 'WEB'   TO DLR189-R-SOURCE
029300     END-IF.
029400     MOVE DLCONFED-CUST-NO      TO DLR189-R-CUST-NO.
029500     MOVE DLCONFED-CHANNEL      TO DLR189-R-CHANNEL.
029600     MOVE DLCONFED-STATUS       TO DLR189-R-STATUS.
029700     MOVE DLCONFED-CONSENT-DATE TO DLR189-R-DATE.
029800     MOVE DLCONFED-SOURCE-REF   TO DLR189-R-SOURCE-REF.
029900     MOVE DLR189-REJECT-TEXT    TO DLR189-R-TEXT.
030000     WRITE CONSENT-LINE FROM DLR189-REJECT-LINE.
030100 2900-EXIT.
030200     EXIT.
030300
030400 8000-PRINT-TOTALS.
030500     WRITE CONSENT-LINE FROM DLR189-BLANK-LINE.
030600     WRITE CONSENT-LINE FROM DLR189-TOTAL-HEADING.
030700     PERFORM 8100-PRINT-ONE-SOURCE
030800         VARYING DLR189-SOURCE-SUB FROM 1 BY 1
030900         UNTIL DLR189-SOURCE-SUB > 2.
031000 8000-EXIT.
031100     EXIT.
031200
031300 8100-PRINT-ONE-SOURCE.
031400     IF  DLR189-SOURCE-SUB = 1
031500         MOVE 'STORE' TO DLR189-T-SOURCE
031600     ELSE
031700         MOVE 'WEB'   TO DLR189-T-SOURCE
031800     END-IF.
031900     MOVE DLR189-READ (DLR189-SOURCE-SUB)
032000         TO DLR189-T-READ.
032100     MOVE DLR189-ADDED (DLR189-SOURCE-SUB)
032200         TO DLR189-T-ADDED.
032300     MOVE DLR189-CHANGED (DLR189-SOURCE-SUB)
032400         TO DLR189-T-CHANGED.
032500     MOVE DLR189-UNCHANGED (DLR189-SOURCE-SUB)
032600         TO DLR189-T-UNCHANGED.
032700     MOVE DLR189-OVERTAKEN (DLR189-SOURCE-SUB)
032800         TO DLR189-T-OVERTAKEN.
032900     MOVE DLR189-REJECTED (DLR189-SOURCE-SUB)
033000         TO DLR189-T-REJECTED.
033100     WRITE CONSENT-LINE FROM DLR189-TOTAL-LINE.
033200 8100-EXIT.
033300     EXIT.
033400
033500 9000-TERMINATE.
033600     DISPLAY 'DLR189 REJECTED          = ' DLR189-TOTAL-REJECTED.
033700     IF  DLR189-TOTAL-REJECTED > ZERO
033800         MOVE 4 TO RETURN-CODE
033900     END-IF.
034000     CLOSE STORE-FEED
034100           WEB-FEED
034200           CONSENT-REGISTER
034300           CONSENT-HISTORY
034400           CONSENT-REPORT.
034500 9000-EXIT.
034600     EXIT.
