000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR232.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR232 - TEST-DATA MASKING EXTRACT                           *
001000*                                                                *
001100*   PRODUCES THE COPIES OF DTAR107, FCUSDAT, INVOICE, AQTRANS    *
001200*   AND THE MASTERS THAT LINK THEM (DLCUSXRF, DLPTSBAL,          *
001300*   DLTIERM, DLHSHLDM, DLGIFTLG) THAT ARE LOADED INTO THE TEST   *
001400*   REGIONS. EVERY CARD NUMBER, CUSTOMER ID, INVOICE CUSTOMER    *
001500*   NUMBER, ACCOUNT AND DEPOSIT NUMBER, NAME, ADDRESS AND PHONE  *
001600*   NUMBER IS REPLACED BY A PSEUDONYM TAKEN FROM THE DLMASKMF    *
001700*   MAP, SO ONE REAL VALUE GETS THE SAME PSEUDONYM IN EVERY      *
001800*   FILE AND JOINS STILL WORK. THE AQTRANS REMARK AND NARRATIVE  *
001900*   TEXT, WHICH CAN HOLD A BENEFICIARY'S NAME, IS OVERWRITTEN.   *
002000*   AMOUNTS, DATES, RECORD COUNTS AND RECORD ORDER ARE LEFT AS   *
002100*   THEY ARE. THE RUN IS IN THREE PASSES: THE FILES ARE FIRST    *
002200*   READ TO ENTER EVERY REAL VALUE NOT YET ON THE MAP; THOSE     *
002300*   NEW VALUES ARE THEN GIVEN THE NEXT PSEUDONYM IN THEIR        *
002400*   DOMAIN, SKIPPING ANY THAT IS ITSELF A REAL VALUE; FINALLY    *
002500*   THE FILES ARE READ AGAIN AND WRITTEN MASKED. THE CONTROL     *
002600*   TOTALS OF EACH PRODUCTION FILE GO TO MASKCTL FOR DLR233 TO   *
002700*   PROVE AGAINST THE MASKED COPY. THE MASKED MASTERS ARE IN     *
002800*   PRODUCTION ORDER, NOT PSEUDONYM ORDER, AND ARE SORTED ON     *
002900*   THEIR KEYS WHEN THE TEST REGION IS LOADED. A VALUE THAT      *
003000*   CANNOT BE GIVEN A PSEUDONYM IS WRITTEN AS ZEROS, NEVER AS    *
003100*   ITSELF, AND FAILS THE RUN.                                   *
003200*                                                                *
003300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003400*  ---|----------|------------------------------|------------    *
003500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003510*  02 | 15/10/26 | KEYED MASTERS DECLARED AS    | R. GEALL       *
003520*     |          | INDEXED, READ IN KEY ORDER   |                *
003600*                                                                *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT DTAR107-FILE      ASSIGN TO DTAR107
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT DTAR107-MASKED    ASSIGN TO TSTR107
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT FCUSDAT-FILE      ASSIGN TO FCUSDAT
004900                              ORGANIZATION IS SEQUENTIAL.
005000     SELECT FCUSDAT-MASKED    ASSIGN TO TSTCUSDT
005100                              ORGANIZATION IS SEQUENTIAL.
005200     SELECT INVOICE-FILE      ASSIGN TO INVOICE
005300                              ORGANIZATION IS SEQUENTIAL.
005400     SELECT INVOICE-MASKED    ASSIGN TO TSTINVC
005500                              ORGANIZATION IS SEQUENTIAL.
005600     SELECT AQTRANS-FILE      ASSIGN TO AQTRANS
005700                              ORGANIZATION IS SEQUENTIAL.
005800     SELECT AQTRANS-MASKED    ASSIGN TO TSTAQTRN
005900                              ORGANIZATION IS SEQUENTIAL.
006000     SELECT CUSXRF-FILE       ASSIGN TO DLCUSXRF
006100                              ORGANIZATION IS INDEXED
006110                              ACCESS MODE IS SEQUENTIAL
006120                              RECORD KEY IS DLCUSXRF-CARD-NO.
006200     SELECT CUSXRF-MASKED     ASSIGN TO TSTCUSXR
006300                              ORGANIZATION IS SEQUENTIAL.
006400     SELECT PTSBAL-FILE       ASSIGN TO DLPTSBAL
006500                              ORGANIZATION IS INDEXED
006510                              ACCESS MODE IS SEQUENTIAL
006520                              RECORD KEY IS DLPTSBAL-CUST-NO.
006600     SELECT PTSBAL-MASKED     ASSIGN TO TSTPTSBL
006700                              ORGANIZATION IS SEQUENTIAL.
006800     SELECT TIERM-FILE        ASSIGN TO DLTIERM
006900                              ORGANIZATION IS INDEXED
006910                              ACCESS MODE IS SEQUENTIAL
006920                              RECORD KEY IS DLTIERM-CUST-NO.
007000     SELECT TIERM-MASKED      ASSIGN TO TSTTIERM
007100                              ORGANIZATION IS SEQUENTIAL.
007200     SELECT HSHLDM-FILE       ASSIGN TO DLHSHLDM
007300                              ORGANIZATION IS SEQUENTIAL.
007400     SELECT HSHLDM-MASKED     ASSIGN TO TSTHSHLD
007500                              ORGANIZATION IS SEQUENTIAL.
007600     SELECT GIFTLG-FILE       ASSIGN TO DLGIFTLG
007700                              ORGANIZATION IS INDEXED
007710                              ACCESS MODE IS SEQUENTIAL
007720                              RECORD KEY IS DLGIFTLG-CARD-NO.
007800     SELECT GIFTLG-MASKED     ASSIGN TO TSTGIFTL
007900                              ORGANIZATION IS SEQUENTIAL.
008000     SELECT MASK-MAP          ASSIGN TO DLMASKMF
008100                              ORGANIZATION IS INDEXED
008200                              ACCESS MODE IS DYNAMIC
008300                              RECORD KEY IS DLMASKMF-KEY.
008400     SELECT PENDING-FILE      ASSIGN TO MASKPEND
008500                              ORGANIZATION IS SEQUENTIAL.
008600     SELECT CONTROL-FILE      ASSIGN TO MASKCTL
008700                              ORGANIZATION IS SEQUENTIAL.
008800     SELECT MASK-REPORT       ASSIGN TO MASKRPT
008900                              ORGANIZATION IS SEQUENTIAL.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  DTAR107-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  DTAR107-REC.
009600     COPY DTAR107.
009700 FD  DTAR107-MASKED
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000 01  DTAR107-MASKED-REC          PIC X(54).
010100 FD  FCUSDAT-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
010400     COPY FCUSDAT.
010500 FD  FCUSDAT-MASKED
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD.
010800 01  FCUSDAT-MASKED-REC          PIC X(183).
010900 FD  INVOICE-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD.
011200*    INVOICE AND FCUSDAT BOTH NAME THEIR RECORD CUSTOMER-DATA.
011300     COPY INVOICE REPLACING ==01 CUSTOMER-DATA.== BY
011400                            ==01 INVOICE-DATA.==.
011500 FD  INVOICE-MASKED
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD.
011800 01  INVOICE-MASKED-REC          PIC X(5456).
011900 FD  AQTRANS-FILE
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD.
012200     COPY AQTRANS.
012300 FD  AQTRANS-MASKED
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD.
012600 01  AQTRANS-MASKED-REC          PIC X(1527).
012700 FD  CUSXRF-FILE
012900     LABEL RECORDS ARE STANDARD.
013000 01  DLCUSXRF-RECORD.
013100     COPY DLCUSXRF.
013200 FD  CUSXRF-MASKED
013300     RECORDING MODE IS F
013400     LABEL RECORDS ARE STANDARD.
013500 01  CUSXRF-MASKED-REC           PIC X(30).
013600 FD  PTSBAL-FILE
013800     LABEL RECORDS ARE STANDARD.
013900 01  DLPTSBAL-RECORD.
014000     COPY DLPTSBAL.
014100 FD  PTSBAL-MASKED
014200     RECORDING MODE IS F
014300     LABEL RECORDS ARE STANDARD.
014400 01  PTSBAL-MASKED-REC           PIC X(113).
014500 FD  TIERM-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  DLTIERM-RECORD.
014900     COPY DLTIERM.
015000 FD  TIERM-MASKED
015100     RECORDING MODE IS F
015200     LABEL RECORDS ARE STANDARD.
015300 01  TIERM-MASKED-REC            PIC X(95).
015400 FD  HSHLDM-FILE
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD.
015700 01  DLHSHLDM-RECORD.
015800     COPY DLHSHLDM.
015900 FD  HSHLDM-MASKED
016000     RECORDING MODE IS F
016100     LABEL RECORDS ARE STANDARD.
016200 01  HSHLDM-MASKED-REC           PIC X(42).
016300 FD  GIFTLG-FILE
016500     LABEL RECORDS ARE STANDARD.
016600 01  DLGIFTLG-RECORD.
016700     COPY DLGIFTLG.
016800 FD  GIFTLG-MASKED
016900     RECORDING MODE IS F
017000     LABEL RECORDS ARE STANDARD.
017100 01  GIFTLG-MASKED-REC           PIC X(75).
017200 FD  MASK-MAP
017300     LABEL RECORDS ARE STANDARD.
017400 01  DLMASKMF-RECORD.
017500     COPY DLMASKMF.
017600 FD  PENDING-FILE
017700     RECORDING MODE IS F
017800     LABEL RECORDS ARE STANDARD.
017900 01  PENDING-REC.
018000     05  PND-DOMAIN              PIC X(01).
018100     05  PND-REAL-VALUE          PIC X(20).
018200 FD  CONTROL-FILE
018300     RECORDING MODE IS F
018400     LABEL RECORDS ARE STANDARD.
018500 01  DLMASKCT-RECORD.
018600     COPY DLMASKCT.
018700 FD  MASK-REPORT
018800     RECORDING MODE IS F
018900     LABEL RECORDS ARE STANDARD.
019000 01  MASK-LINE                   PIC X(100).
019100 WORKING-STORAGE SECTION.
019200 01  DLR232-SWITCHES.
019300     05  DLR232-EOF-SW            PIC X(01)  VALUE 'N'.
019400         88  DLR232-EOF                      VALUE 'Y'.
019500     05  DLR232-PEND-EOF-SW       PIC X(01)  VALUE 'N'.
019600         88  DLR232-PEND-EOF                 VALUE 'Y'.
019700     05  DLR232-MODE-SW           PIC X(01)  VALUE 'H'.
019800         88  DLR232-HARVESTING               VALUE 'H'.
019900         88  DLR232-MASKING                  VALUE 'M'.
020000     05  DLR232-FREE-SW           PIC X(01)  VALUE 'N'.
020100         88  DLR232-CANDIDATE-FREE           VALUE 'Y'.
020200     05  DLR232-FULL-SW           PIC X(01)  VALUE 'N'.
020300         88  DLR232-DOMAIN-FULL              VALUE 'Y'.
020400 01  DLR232-RUN-DATE              PIC 9(08)  VALUE ZERO.
020500*    THE TEXT WRITTEN OVER AQTRANS REMARKS AND NARRATIVES.
020600*    DLR233 TESTS FOR THE SAME TEXT.
020700 01  DLR232-MASK-TEXT             PIC X(60)  VALUE
020800     'TEXT REMOVED FOR TEST USE'.
020900*    ONE ENTRY PER PSEUDONYM DOMAIN: CODE, NAME AND THE
021000*    HIGHEST SEQUENCE NUMBER ITS PSEUDONYM FORMAT CAN HOLD.
021100 01  DLR232-DOMAIN-VALUES.
021200     05  FILLER                   PIC X(31)  VALUE
021300         'CCARD NUMBER     99999999999999'.
021400     05  FILLER                   PIC X(31)  VALUE
021500         'UCUSTOMER ID     00000000999999'.
021600     05  FILLER                   PIC X(31)  VALUE
021700         'IINV CUSTOMER NO 00000999999999'.
021800     05  FILLER                   PIC X(31)  VALUE
021900         'AACCOUNT NUMBER  00009999999999'.
022000     05  FILLER                   PIC X(31)  VALUE
022100         'DDEPOSIT NUMBER  00000999999999'.
022200     05  FILLER                   PIC X(31)  VALUE
022300         'NNAME            00000099999999'.
022400     05  FILLER                   PIC X(31)  VALUE
022500         'SADDRESS         00000099999999'.
022600     05  FILLER                   PIC X(31)  VALUE
022700         'PPHONE NUMBER    00000099999999'.
022800 01  DLR232-DOMAIN-TABLE REDEFINES DLR232-DOMAIN-VALUES.
022900     05  DLR232-DOM-ENTRY OCCURS 8 TIMES
023000                          INDEXED BY DLR232-DX.
023100         10  DLR232-D-CODE        PIC X(01).
023200         10  DLR232-D-NAME        PIC X(16).
023300         10  DLR232-D-LIMIT       PIC 9(14).
023400 01  DLR232-DOMAIN-WORK.
023500     05  DLR232-DOM-WORK OCCURS 8 TIMES.
023600         10  DLR232-D-LAST-SEQ    PIC 9(14).
023700         10  DLR232-D-CTL-SW      PIC X(01).
023800             88  DLR232-D-CTL-FOUND          VALUE 'Y'.
023900         10  DLR232-D-NEW         PIC 9(09).
024000         10  DLR232-D-ASSIGNED    PIC 9(09).
024100         10  DLR232-D-UNASSIGNED  PIC 9(09).
024200         10  DLR232-D-MASKED      PIC 9(09).
024300 01  DLR232-FIELD-WORK.
024400     05  DLR232-DOMAIN            PIC X(01).
024500     05  DLR232-REAL              PIC X(20).
024600     05  DLR232-PSEUDO            PIC X(20).
024700     05  DLR232-SEQ-NO            PIC 9(14).
024800     05  DLR232-CARD-NO           PIC 9(16).
024900     05  DLR232-CUST-ID           PIC 9(06).
025000     05  DLR232-INV-CUST          PIC 9(09).
025100     05  DLR232-SUB               PIC S9(04)  COMP.
025200 01  DLR232-FILE-TOTALS.
025300     05  DLR232-FILE-ID           PIC X(08).
025400     05  DLR232-F-RECORDS         PIC 9(09).
025500     05  DLR232-F-AMOUNT          PIC S9(15)V99 COMP-3.
025600     05  DLR232-F-HASH            PIC S9(17)   COMP-3.
025700     05  DLR232-F-FIELDS          PIC 9(09).
025800 01  DLR232-COUNTERS.
025900     05  DLR232-VALUES-SEEN       PIC 9(09)  VALUE ZERO.
026000     05  DLR232-PENDING-READ      PIC 9(09)  VALUE ZERO.
026100     05  DLR232-UNMAPPED          PIC 9(09)  VALUE ZERO.
026200     05  DLR232-FILES-MASKED      PIC 9(03)  VALUE ZERO.
026300 01  DLR232-HEADING-1.
026400     05  FILLER                   PIC X(53)  VALUE
026500         'DLR232 - TEST-DATA MASKING EXTRACT               RUN '.
026600     05  DLR232-H-RUN-DATE        PIC 9(08).
026700 01  DLR232-HEADING-2.
026800     05  FILLER                   PIC X(40)  VALUE
026900         'FILE        RECORDS          AMOUNT TOTA'.
027000     05  FILLER                   PIC X(40)  VALUE
027100         'L            DATE HASH  FIELDS MASKED   '.
027200 01  DLR232-FILE-LINE.
027300     05  DLR232-L-FILE-ID         PIC X(08).
027400     05  FILLER                   PIC X(02)  VALUE SPACES.
027500     05  DLR232-L-RECORDS         PIC ZZZZZZZZ9.
027600     05  FILLER                   PIC X(02)  VALUE SPACES.
027700     05  DLR232-L-AMOUNT          PIC -ZZZZZZZZZZZZZZ9.99.
027800     05  FILLER                   PIC X(02)  VALUE SPACES.
027900     05  DLR232-L-HASH            PIC -ZZZZZZZZZZZZZZZZ9.
028000     05  FILLER                   PIC X(02)  VALUE SPACES.
028100     05  DLR232-L-FIELDS          PIC ZZZZZZZZ9.
028200 01  DLR232-HEADING-3.
028300     05  FILLER                   PIC X(40)  VALUE
028400         'DOMAIN              NEW VALUES  ASSIGNED'.
028500     05  FILLER                   PIC X(40)  VALUE
028600         '  UNASSIGNED     MASKED    LAST SEQUENCE'.
028700 01  DLR232-DOMAIN-LINE.
028800     05  DLR232-L-DOMAIN          PIC X(16).
028900     05  FILLER                   PIC X(02)  VALUE SPACES.
029000     05  DLR232-L-NEW             PIC ZZZZZZZZ9.
029100     05  FILLER                   PIC X(02)  VALUE SPACES.
029200     05  DLR232-L-ASSIGNED        PIC ZZZZZZZZ9.
029300     05  FILLER                   PIC X(02)  VALUE SPACES.
029400     05  DLR232-L-UNASSIGNED      PIC ZZZZZZZZ9.
029500     05  FILLER                   PIC X(02)  VALUE SPACES.
029600     05  DLR232-L-MASKED          PIC ZZZZZZZZ9.
029700     05  FILLER                   PIC X(02)  VALUE SPACES.
029800     05  DLR232-L-LAST-SEQ        PIC Z(13)9.
029900 01  DLR232-TOTAL-LINE.
030000     05  DLR232-T-LABEL           PIC X(40).
030100     05  DLR232-T-COUNT           PIC ZZZZZZZZ9.
030200 01  DLR232-BLANK-LINE            PIC X(01)  VALUE SPACE.
030300 PROCEDURE DIVISION.
030400 0000-MAINLINE.
030500     PERFORM 1000-INITIALIZE.
030600     PERFORM 2000-RUN-FILES.
030700     PERFORM 3000-ASSIGN-PSEUDONYMS.
030800     MOVE 'M' TO DLR232-MODE-SW.
030900     PERFORM 2000-RUN-FILES.
031000     PERFORM 8000-PRINT-TOTALS.
031100     PERFORM 9000-TERMINATE.
031200     STOP RUN.
031300
031400 1000-INITIALIZE.
031500     OPEN I-O    MASK-MAP.
031600     OPEN OUTPUT PENDING-FILE.
031700     OPEN OUTPUT CONTROL-FILE.
031800     OPEN OUTPUT MASK-REPORT.
031900     ACCEPT DLR232-RUN-DATE FROM DATE YYYYMMDD.
032000     MOVE DLR232-RUN-DATE TO DLR232-H-RUN-DATE.
032100     WRITE MASK-LINE FROM DLR232-HEADING-1.
032200     WRITE MASK-LINE FROM DLR232-BLANK-LINE.
032300     WRITE MASK-LINE FROM DLR232-HEADING-2.
032400     PERFORM 1100-LOAD-DOMAIN-CONTROL
032500         VARYING DLR232-DX FROM 1 BY 1
032600         UNTIL DLR232-DX > 8.
032700 1000-EXIT.
032800     EXIT.
032900
033000*    THE CONTROL ROW OF A DOMAIN CARRIES THE LAST SEQUENCE
033100*    NUMBER ISSUED; A DOMAIN NOT YET USED STARTS FROM ZERO.
033200 1100-LOAD-DOMAIN-CONTROL.
033300     MOVE ZERO TO DLR232-D-LAST-SEQ (DLR232-DX).
033400     MOVE 'N'  TO DLR232-D-CTL-SW (DLR232-DX).
033500     MOVE ZERO TO DLR232-D-NEW (DLR232-DX).
033600     MOVE ZERO TO DLR232-D-ASSIGNED (DLR232-DX).
033700     MOVE ZERO TO DLR232-D-UNASSIGNED (DLR232-DX).
033800     MOVE ZERO TO DLR232-D-MASKED (DLR232-DX).
033900     MOVE DLR232-D-CODE (DLR232-DX) TO DLMASKMF-DOMAIN.
034000     MOVE SPACES TO DLMASKMF-REAL-VALUE.
034100     READ MASK-MAP
034200         INVALID KEY
034300             CONTINUE
034400         NOT INVALID KEY
034500             MOVE DLMASKMF-SEQ-NO
034600                 TO DLR232-D-LAST-SEQ (DLR232-DX)
034700             MOVE 'Y' TO DLR232-D-CTL-SW (DLR232-DX)
034800     END-READ.
034900 1100-EXIT.
035000     EXIT.
035100
035200*    THE SAME FILE PASSES SERVE THE FIRST PASS, WHICH ONLY
035300*    ENTERS NEW REAL VALUES ON THE MAP, AND THE LAST, WHICH
035400*    WRITES THE MASKED COPIES AND THEIR CONTROL TOTALS.
035500 2000-RUN-FILES.
035600     PERFORM 5100-PASS-DTAR107.
035700     PERFORM 5200-PASS-FCUSDAT.
035800     PERFORM 5300-PASS-INVOICE.
035900     PERFORM 5400-PASS-AQTRANS.
036000     PERFORM 5500-PASS-CUSXRF.
036100     PERFORM 5600-PASS-PTSBAL.
036200     PERFORM 5700-PASS-TIERM.
036300     PERFORM 5800-PASS-HSHLDM.
036400     PERFORM 5900-PASS-GIFTLG.
036500 2000-EXIT.
036600     EXIT.
036700
036800 3000-ASSIGN-PSEUDONYMS.
036900     CLOSE PENDING-FILE.
037000     OPEN INPUT PENDING-FILE.
037100     PERFORM 3100-READ-PENDING.
037200     PERFORM 3200-ASSIGN-ONE
037300         UNTIL DLR232-PEND-EOF.
037400     CLOSE PENDING-FILE.
037500     PERFORM 3500-SAVE-DOMAIN-CONTROL
037600         VARYING DLR232-DX FROM 1 BY 1
037700         UNTIL DLR232-DX > 8.
037800 3000-EXIT.
037900     EXIT.
038000
038100 3100-READ-PENDING.
038200     READ PENDING-FILE
038300         AT END
038400             MOVE 'Y' TO DLR232-PEND-EOF-SW
038500         NOT AT END
038600             ADD 1 TO DLR232-PENDING-READ
038700     END-READ.
038800 3100-EXIT.
038900     EXIT.
039000
039100*    A VALUE CAN BE PENDING MORE THAN ONCE IF IT APPEARS IN
039200*    MORE THAN ONE PLACE, SO ITS ROW IS CHECKED FIRST. EACH
039300*    CANDIDATE IS THE NEXT SEQUENCE NUMBER IN THE DOMAIN'S
039400*    FORMAT; ONE THAT IS ITSELF A REAL VALUE ON THE MAP IS
039500*    PASSED OVER SO NO PSEUDONYM CAN BE MISTAKEN FOR A REAL
039600*    CUSTOMER, CARD OR ACCOUNT.
039700 3200-ASSIGN-ONE.
039800     MOVE PND-DOMAIN TO DLR232-DOMAIN.
039900     PERFORM 6500-FIND-DOMAIN.
040000     MOVE PND-DOMAIN     TO DLMASKMF-DOMAIN.
040100     MOVE PND-REAL-VALUE TO DLMASKMF-REAL-VALUE.
040200     READ MASK-MAP
040300         INVALID KEY
040400             MOVE SPACES TO DLMASKMF-PSEUDONYM
040500     END-READ.
040600     IF  DLMASKMF-PSEUDONYM = SPACES
040700         MOVE 'N' TO DLR232-FREE-SW
040800         MOVE 'N' TO DLR232-FULL-SW
040900         PERFORM 3300-TRY-CANDIDATE
041000             UNTIL DLR232-CANDIDATE-FREE
041100                OR DLR232-DOMAIN-FULL
041200         IF  DLR232-CANDIDATE-FREE
041300             PERFORM 3400-STORE-PSEUDONYM
041400         ELSE
041500             ADD 1 TO DLR232-D-UNASSIGNED (DLR232-DX)
041600         END-IF
041700     END-IF.
041800     PERFORM 3100-READ-PENDING.
041900 3200-EXIT.
042000     EXIT.
042100
042200 3300-TRY-CANDIDATE.
042300     IF  DLR232-D-LAST-SEQ (DLR232-DX)
042400             NOT < DLR232-D-LIMIT (DLR232-DX)
042500         MOVE 'Y' TO DLR232-FULL-SW
042600     ELSE
042700         ADD 1 TO DLR232-D-LAST-SEQ (DLR232-DX)
042800         MOVE DLR232-D-LAST-SEQ (DLR232-DX) TO DLR232-SEQ-NO
042900         PERFORM 3310-BUILD-CANDIDATE
043000         MOVE DLR232-DOMAIN TO DLMASKMF-DOMAIN
043100         MOVE DLR232-PSEUDO TO DLMASKMF-REAL-VALUE
043200         READ MASK-MAP
043300             INVALID KEY
043400                 MOVE 'Y' TO DLR232-FREE-SW
043500         END-READ
043600     END-IF.
043700 3300-EXIT.
043800     EXIT.
043900
044000*    PSEUDONYM FORMATS. CARD NUMBERS ARE 99 FOLLOWED BY THE
044100*    SEQUENCE; ACCOUNT AND DEPOSIT NUMBERS CARRY A TA OR TD
044200*    PREFIX; THE OTHER NUMBERS ARE THE SEQUENCE ITSELF AT THE
044300*    FIELD'S WIDTH.
044400 3310-BUILD-CANDIDATE.
044500     MOVE SPACES TO DLR232-PSEUDO.
044600     EVALUATE DLR232-DOMAIN
044700         WHEN 'C'
044800             MOVE '99' TO DLR232-PSEUDO (1:2)
044900             MOVE DLR232-SEQ-NO TO DLR232-PSEUDO (3:14)
045000         WHEN 'U'
045100             MOVE DLR232-SEQ-NO (9:6) TO DLR232-PSEUDO (1:6)
045200         WHEN 'I'
045300             MOVE DLR232-SEQ-NO (6:9) TO DLR232-PSEUDO (1:9)
045400         WHEN 'A'
045500             MOVE 'TA' TO DLR232-PSEUDO (1:2)
045600             MOVE DLR232-SEQ-NO (5:10) TO DLR232-PSEUDO (3:10)
045700         WHEN 'D'
045800             MOVE 'TD' TO DLR232-PSEUDO (1:2)
045900             MOVE DLR232-SEQ-NO (6:9) TO DLR232-PSEUDO (3:9)
046000         WHEN 'N'
046100             MOVE 'NAME' TO DLR232-PSEUDO (1:4)
046200             MOVE DLR232-SEQ-NO (7:8) TO DLR232-PSEUDO (5:8)
046300         WHEN 'S'
046400             MOVE 'ADDRESS ' TO DLR232-PSEUDO (1:8)
046500             MOVE DLR232-SEQ-NO (7:8) TO DLR232-PSEUDO (9:8)
046600         WHEN 'P'
046700             MOVE DLR232-SEQ-NO (7:8) TO DLR232-PSEUDO (1:8)
046800     END-EVALUATE.
046900 3310-EXIT.
047000     EXIT.
047100
047200 3400-STORE-PSEUDONYM.
047300     MOVE PND-DOMAIN     TO DLMASKMF-DOMAIN.
047400     MOVE PND-REAL-VALUE TO DLMASKMF-REAL-VALUE.
047500     READ MASK-MAP
047600         INVALID KEY
047700             ADD 1 TO DLR232-D-UNASSIGNED (DLR232-DX)
047800         NOT INVALID KEY
047900             MOVE DLR232-PSEUDO TO DLMASKMF-PSEUDONYM
048000             MOVE DLR232-SEQ-NO TO DLMASKMF-SEQ-NO
048100             REWRITE DLMASKMF-RECORD
048200             ADD 1 TO DLR232-D-ASSIGNED (DLR232-DX)
048300     END-READ.
048400 3400-EXIT.
048500     EXIT.
048600
048700 3500-SAVE-DOMAIN-CONTROL.
048800     IF  DLR232-D-ASSIGNED (DLR232-DX) > ZERO
048900         MOVE DLR232-D-CODE (DLR232-DX) TO DLMASKMF-DOMAIN
049000         MOVE SPACES TO DLMASKMF-REAL-VALUE
049100         IF  DLR232-D-CTL-FOUND (DLR232-DX)
049200             READ MASK-MAP
049300                 INVALID KEY
049400                     CONTINUE
049500             END-READ
049600         ELSE
049700             MOVE SPACES TO DLMASKMF-PSEUDONYM
049800             MOVE DLR232-RUN-DATE TO DLMASKMF-FIRST-DATE
049900         END-IF
050000         MOVE DLR232-D-LAST-SEQ (DLR232-DX) TO DLMASKMF-SEQ-NO
050100         MOVE DLR232-RUN-DATE TO DLMASKMF-LAST-DATE
050200         IF  DLR232-D-CTL-FOUND (DLR232-DX)
050300             REWRITE DLMASKMF-RECORD
050400         ELSE
050500             WRITE DLMASKMF-RECORD
050600         END-IF
050700     END-IF.
050800 3500-EXIT.
050900     EXIT.
051000
051100*----------------------------------------------------------------
051200*    ONE PASS OVER ONE FILE. EACH FILE'S RECORD PARAGRAPH
051300*    PUTS EVERY IDENTIFIER THROUGH 6000-MAP-FIELD, WHICH IN THE
051400*    FIRST PASS LEAVES IT AS IT IS AND IN THE LAST REPLACES IT.
051500*----------------------------------------------------------------
051600 5000-START-FILE.
051700     MOVE 'N'  TO DLR232-EOF-SW.
051800     MOVE ZERO TO DLR232-F-RECORDS.
051900     MOVE ZERO TO DLR232-F-AMOUNT.
052000     MOVE ZERO TO DLR232-F-HASH.
052100     MOVE ZERO TO DLR232-F-FIELDS.
052200 5000-EXIT.
052300     EXIT.
052400
052500 5100-PASS-DTAR107.
052600     MOVE 'DTAR107' TO DLR232-FILE-ID.
052700     PERFORM 5000-START-FILE.
052800     OPEN INPUT DTAR107-FILE.
052900     IF  DLR232-MASKING
053000         OPEN OUTPUT DTAR107-MASKED
053100     END-IF.
053200     PERFORM 5110-READ-DTAR107.
053300     PERFORM 5120-MASK-DTAR107
053400         UNTIL DLR232-EOF.
053500     CLOSE DTAR107-FILE.
053600     IF  DLR232-MASKING
053700         CLOSE DTAR107-MASKED
053800         PERFORM 7000-WRITE-CONTROL
053900     END-IF.
054000 5100-EXIT.
054100     EXIT.
054200
054300 5110-READ-DTAR107.
054400     READ DTAR107-FILE
054500         AT END
054600             MOVE 'Y' TO DLR232-EOF-SW
054700     END-READ.
054800 5110-EXIT.
054900     EXIT.
055000
055100 5120-MASK-DTAR107.
055200     ADD 1 TO DLR232-F-RECORDS.
055300     MOVE DTAR107-CUST-NO TO DLR232-CARD-NO.
055400     PERFORM 6010-MAP-CARD-NO.
055500     MOVE DLR232-CARD-NO TO DTAR107-CUST-NO.
055600     IF  DLR232-MASKING
055700         ADD DTAR107-AMOUNT     TO DLR232-F-AMOUNT
055800         ADD DTAR107-TRANS-DATE TO DLR232-F-HASH
055900         WRITE DTAR107-MASKED-REC FROM DTAR107-REC
056000     END-IF.
056100     PERFORM 5110-READ-DTAR107.
056200 5120-EXIT.
056300     EXIT.
056400
056500 5200-PASS-FCUSDAT.
056600     MOVE 'FCUSDAT' TO DLR232-FILE-ID.
056700     PERFORM 5000-START-FILE.
056800     OPEN INPUT FCUSDAT-FILE.
056900     IF  DLR232-MASKING
057000         OPEN OUTPUT FCUSDAT-MASKED
057100     END-IF.
057200     PERFORM 5210-READ-FCUSDAT.
057300     PERFORM 5220-MASK-FCUSDAT
057400         UNTIL DLR232-EOF.
057500     CLOSE FCUSDAT-FILE.
057600     IF  DLR232-MASKING
057700         CLOSE FCUSDAT-MASKED
057800         PERFORM 7000-WRITE-CONTROL
057900     END-IF.
058000 5200-EXIT.
058100     EXIT.
058200
058300 5210-READ-FCUSDAT.
058400     READ FCUSDAT-FILE
058500         AT END
058600             MOVE 'Y' TO DLR232-EOF-SW
058700     END-READ.
058800 5210-EXIT.
058900     EXIT.
059000
059100 5220-MASK-FCUSDAT.
059200     ADD 1 TO DLR232-F-RECORDS.
059300     MOVE CUSTOMER-ID TO DLR232-CUST-ID.
059400     PERFORM 6020-MAP-CUSTOMER-ID.
059500     MOVE DLR232-CUST-ID TO CUSTOMER-ID.
059600     MOVE 'N' TO DLR232-DOMAIN.
059700     MOVE CUSTOMER-NAME TO DLR232-REAL.
059800     PERFORM 6000-MAP-FIELD.
059900     MOVE DLR232-PSEUDO TO CUSTOMER-NAME.
060000     MOVE 'S' TO DLR232-DOMAIN.
060100     MOVE CUSTOMER-ADDRESS TO DLR232-REAL.
060200     PERFORM 6000-MAP-FIELD.
060300     MOVE DLR232-PSEUDO TO CUSTOMER-ADDRESS.
060400     MOVE 'P' TO DLR232-DOMAIN.
060500     MOVE CUSTOMER-PHONE TO DLR232-REAL.
060600     PERFORM 6000-MAP-FIELD.
060700     MOVE DLR232-PSEUDO (1:8) TO CUSTOMER-PHONE.
060800     IF  DLR232-MASKING
060900         ADD TRANSACTION-NBR TO DLR232-F-HASH
061000         PERFORM 5230-ADD-FCUSDAT-AMOUNT
061100             VARYING DLR232-SUB FROM 1 BY 1
061200             UNTIL DLR232-SUB > TRANSACTION-NBR
061300         WRITE FCUSDAT-MASKED-REC FROM CUSTOMER-DATA
061400     END-IF.
061500     PERFORM 5210-READ-FCUSDAT.
061600 5220-EXIT.
061700     EXIT.
061800
061900 5230-ADD-FCUSDAT-AMOUNT.
062000     ADD TRANSACTION-AMOUNT (DLR232-SUB) TO DLR232-F-AMOUNT.
062100 5230-EXIT.
062200     EXIT.
062300
062400 5300-PASS-INVOICE.
062500     MOVE 'INVOICE' TO DLR232-FILE-ID.
062600     PERFORM 5000-START-FILE.
062700     OPEN INPUT INVOICE-FILE.
062800     IF  DLR232-MASKING
062900         OPEN OUTPUT INVOICE-MASKED
063000     END-IF.
063100     PERFORM 5310-READ-INVOICE.
063200     PERFORM 5320-MASK-INVOICE
063300         UNTIL DLR232-EOF.
063400     CLOSE INVOICE-FILE.
063500     IF  DLR232-MASKING
063600         CLOSE INVOICE-MASKED
063700         PERFORM 7000-WRITE-CONTROL
063800     END-IF.
063900 5300-EXIT.
064000     EXIT.
064100
064200 5310-READ-INVOICE.
064300     READ INVOICE-FILE
064400         AT END
064500             MOVE 'Y' TO DLR232-EOF-SW
064600     END-READ.
064700 5310-EXIT.
064800     EXIT.
064900
065000 5320-MASK-INVOICE.
065100     ADD 1 TO DLR232-F-RECORDS.
065200     MOVE CUSTOMER-NUMBER TO DLR232-INV-CUST.
065300     PERFORM 6030-MAP-INV-CUSTOMER.
065400     MOVE DLR232-INV-CUST TO CUSTOMER-NUMBER.
065500     MOVE 'N' TO DLR232-DOMAIN.
065600     MOVE LAST-NAME TO DLR232-REAL.
065700     PERFORM 6000-MAP-FIELD.
065800     MOVE DLR232-PSEUDO TO LAST-NAME.
065900     MOVE 'N' TO DLR232-DOMAIN.
066000     MOVE FIRST-NAME TO DLR232-REAL.
066100     PERFORM 6000-MAP-FIELD.
066200     MOVE DLR232-PSEUDO TO FIRST-NAME.
066300     IF  DLR232-MASKING
066400         ADD INVOICE-COUNT TO DLR232-F-HASH
066500         PERFORM 5330-ADD-INVOICE-AMOUNT
066600             VARYING DLR232-SUB FROM 1 BY 1
066700             UNTIL DLR232-SUB > INVOICE-COUNT
066800         WRITE INVOICE-MASKED-REC FROM INVOICE-DATA
066900     END-IF.
067000     PERFORM 5310-READ-INVOICE.
067100 5320-EXIT.
067200     EXIT.
067300
067400 5330-ADD-INVOICE-AMOUNT.
067500     ADD INVOICE-AMOUNT (DLR232-SUB) TO DLR232-F-AMOUNT.
067600 5330-EXIT.
067700     EXIT.
067800
067900 5400-PASS-AQTRANS.
068000     MOVE 'AQTRANS' TO DLR232-FILE-ID.
068100     PERFORM 5000-START-FILE.
068200     OPEN INPUT AQTRANS-FILE.
068300     IF  DLR232-MASKING
068400         OPEN OUTPUT AQTRANS-MASKED
068500     END-IF.
068600     PERFORM 5410-READ-AQTRANS.
068700     PERFORM 5420-MASK-AQTRANS
068800         UNTIL DLR232-EOF.
068900     CLOSE AQTRANS-FILE.
069000     IF  DLR232-MASKING
069100         CLOSE AQTRANS-MASKED
069200         PERFORM 7000-WRITE-CONTROL
069300     END-IF.
069400 5400-EXIT.
069500     EXIT.
069600
069700 5410-READ-AQTRANS.
069800     READ AQTRANS-FILE
069900         AT END
070000             MOVE 'Y' TO DLR232-EOF-SW
070100     END-READ.
070200 5410-EXIT.
070300     EXIT.
070400
070500*    THE ACCOUNT AND DEPOSIT NUMBERS IN THE KEY ARE MAPPED ON
070600*    EVERY RECORD; THE DEPOSIT POINTERS, REMARKS AND NARRATIVE
070700*    LIE IN THE DETAIL LAYOUT FOR THE BASIC TRANSACTION TYPE.
070800 5420-MASK-AQTRANS.
070900     ADD 1 TO DLR232-F-RECORDS.
071000     MOVE 'A' TO DLR232-DOMAIN.
071100     MOVE TRANS-ACC-NO TO DLR232-REAL.
071200     PERFORM 6000-MAP-FIELD.
071300     MOVE DLR232-PSEUDO TO TRANS-ACC-NO.
071400     MOVE 'D' TO DLR232-DOMAIN.
071500     MOVE TRANS-DEP-NO TO DLR232-REAL.
071600     PERFORM 6000-MAP-FIELD.
071700     MOVE DLR232-PSEUDO (1:11) TO TRANS-DEP-NO.
071800     EVALUATE TRANS-BASIC-TRNTYP
071900         WHEN 'CR  '
072000             PERFORM 5430-MASK-AQTRANS-CR
072100         WHEN 'DR  '
072200         WHEN 'SVC '
072300             PERFORM 5440-MASK-AQTRANS-DR
072400         WHEN 'SD  '
072500             PERFORM 5450-MASK-AQTRANS-SD
072600         WHEN 'IPD '
072700             PERFORM 5460-MASK-AQTRANS-IPD
072800         WHEN 'IRC '
072900             PERFORM 5470-MASK-AQTRANS-IRC
073000     END-EVALUATE.
073100     IF  DLR232-MASKING
073200         ADD TRANS-DTE-SYS TO DLR232-F-HASH
073300         WRITE AQTRANS-MASKED-REC FROM TRANS-RECORD
073400     END-IF.
073500     PERFORM 5410-READ-AQTRANS.
073600 5420-EXIT.
073700     EXIT.
073800
073900 5430-MASK-AQTRANS-CR.
074000     ADD TRN-CR-AMT TO DLR232-F-AMOUNT.
074100     MOVE 'D' TO DLR232-DOMAIN.
074200     MOVE TRN-CR-OLD-DEP-NO TO DLR232-REAL.
074300     PERFORM 6000-MAP-FIELD.
074400     MOVE DLR232-PSEUDO (1:11) TO TRN-CR-OLD-DEP-NO.
074500     MOVE DLR232-MASK-TEXT TO TRN-CR-REMARK-1.
074600     MOVE DLR232-MASK-TEXT TO TRN-CR-REMARK-2.
074700     MOVE DLR232-MASK-TEXT TO TRN-CR-SOF-REMARK.
074800 5430-EXIT.
074900     EXIT.
075000
075100 5440-MASK-AQTRANS-DR.
075200     ADD TRN-DR-AMT TO DLR232-F-AMOUNT.
075300     MOVE 'D' TO DLR232-DOMAIN.
075400     MOVE TRN-DR-NEW-DEP-NO TO DLR232-REAL.
075500     PERFORM 6000-MAP-FIELD.
075600     MOVE DLR232-PSEUDO (1:11) TO TRN-DR-NEW-DEP-NO.
075700     MOVE DLR232-MASK-TEXT TO TRN-DR-REMARK-1.
075800     MOVE DLR232-MASK-TEXT TO TRN-DR-REMARK-2.
075900     MOVE DLR232-MASK-TEXT TO TRN-DR-AOF-REMARK.
076000 5440-EXIT.
076100     EXIT.
076200
076300 5450-MASK-AQTRANS-SD.
076400     MOVE 'D' TO DLR232-DOMAIN.
076500     MOVE TRN-SD-OLD-DEP-NO TO DLR232-REAL.
076600     PERFORM 6000-MAP-FIELD.
076700     MOVE DLR232-PSEUDO (1:11) TO TRN-SD-OLD-DEP-NO.
076800     MOVE DLR232-MASK-TEXT TO TRN-SD-PERSON-DLT-WITH.
076900     MOVE DLR232-MASK-TEXT TO TRN-SD-REMARK-1.
077000     MOVE DLR232-MASK-TEXT TO TRN-SD-REMARK-2.
077100     MOVE DLR232-MASK-TEXT TO TRN-SD-SOF-REMARK.
077200     PERFORM 5455-MASK-SD-NARRATIVE
077300         VARYING DLR232-SUB FROM 1 BY 1
077400         UNTIL DLR232-SUB > 5.
077500 5450-EXIT.
077600     EXIT.
077700
077800 5455-MASK-SD-NARRATIVE.
077900     MOVE DLR232-MASK-TEXT
078000         TO TRN-SD-USER-FLD-NARR (DLR232-SUB).
078100 5455-EXIT.
078200     EXIT.
078300
078400 5460-MASK-AQTRANS-IPD.
078500     ADD TRN-IPD-AMT TO DLR232-F-AMOUNT.
078600     MOVE 'D' TO DLR232-DOMAIN.
078700     MOVE TRN-IPD-NEW-DEP-NO TO DLR232-REAL.
078800     PERFORM 6000-MAP-FIELD.
078900     MOVE DLR232-PSEUDO (1:11) TO TRN-IPD-NEW-DEP-NO.
079000     MOVE DLR232-MASK-TEXT TO TRN-IPD-REMARK-1.
079100     MOVE DLR232-MASK-TEXT TO TRN-IPD-REMARK-2.
079200     MOVE DLR232-MASK-TEXT TO TRN-IPD-AOF-REMARK.
079300 5460-EXIT.
079400     EXIT.
079500
079600 5470-MASK-AQTRANS-IRC.
079700     ADD TRN-IRC-AMT TO DLR232-F-AMOUNT.
079800     MOVE DLR232-MASK-TEXT TO TRN-IRC-REMARK-1.
079900     MOVE DLR232-MASK-TEXT TO TRN-IRC-REMARK-2.
080000     MOVE DLR232-MASK-TEXT TO TRN-IRC-SOF-REMARK.
080100 5470-EXIT.
080200     EXIT.
080300
080400 5500-PASS-CUSXRF.
080500     MOVE 'DLCUSXRF' TO DLR232-FILE-ID.
080600     PERFORM 5000-START-FILE.
080700     OPEN INPUT CUSXRF-FILE.
080800     IF  DLR232-MASKING
080900         OPEN OUTPUT CUSXRF-MASKED
081000     END-IF.
081100     PERFORM 5510-READ-CUSXRF.
081200     PERFORM 5520-MASK-CUSXRF
081300         UNTIL DLR232-EOF.
081400     CLOSE CUSXRF-FILE.
081500     IF  DLR232-MASKING
081600         CLOSE CUSXRF-MASKED
081700         PERFORM 7000-WRITE-CONTROL
081800     END-IF.
081900 5500-EXIT.
082000     EXIT.
082100
082200 5510-READ-CUSXRF.
082300     READ CUSXRF-FILE
082400         AT END
082500             MOVE 'Y' TO DLR232-EOF-SW
082600     END-READ.
082700 5510-EXIT.
082800     EXIT.
082900
083000 5520-MASK-CUSXRF.
083100     ADD 1 TO DLR232-F-RECORDS.
083200     MOVE DLCUSXRF-CARD-NO TO DLR232-CARD-NO.
083300     PERFORM 6010-MAP-CARD-NO.
083400     MOVE DLR232-CARD-NO TO DLCUSXRF-CARD-NO.
083500     MOVE DLCUSXRF-CUSTOMER-ID TO DLR232-CUST-ID.
083600     PERFORM 6020-MAP-CUSTOMER-ID.
083700     MOVE DLR232-CUST-ID TO DLCUSXRF-CUSTOMER-ID.
083800     IF  DLR232-MASKING
083900         ADD DLCUSXRF-LAST-MAINT-DATE TO DLR232-F-HASH
084000         WRITE CUSXRF-MASKED-REC FROM DLCUSXRF-RECORD
084100     END-IF.
084200     PERFORM 5510-READ-CUSXRF.
084300 5520-EXIT.
084400     EXIT.
084500
084600 5600-PASS-PTSBAL.
084700     MOVE 'DLPTSBAL' TO DLR232-FILE-ID.
084800     PERFORM 5000-START-FILE.
084900     OPEN INPUT PTSBAL-FILE.
085000     IF  DLR232-MASKING
085100         OPEN OUTPUT PTSBAL-MASKED
085200     END-IF.
085300     PERFORM 5610-READ-PTSBAL.
085400     PERFORM 5620-MASK-PTSBAL
085500         UNTIL DLR232-EOF.
085600     CLOSE PTSBAL-FILE.
085700     IF  DLR232-MASKING
085800         CLOSE PTSBAL-MASKED
085900         PERFORM 7000-WRITE-CONTROL
086000     END-IF.
086100 5600-EXIT.
086200     EXIT.
086300
086400 5610-READ-PTSBAL.
086500     READ PTSBAL-FILE
086600         AT END
086700             MOVE 'Y' TO DLR232-EOF-SW
086800     END-READ.
086900 5610-EXIT.
087000     EXIT.
087100
087200 5620-MASK-PTSBAL.
087300     ADD 1 TO DLR232-F-RECORDS.
087400     MOVE DLPTSBAL-CUST-NO TO DLR232-CARD-NO.
087500     PERFORM 6010-MAP-CARD-NO.
087600     MOVE DLR232-CARD-NO TO DLPTSBAL-CUST-NO.
087700     IF  DLR232-MASKING
087800         ADD DLPTSBAL-BALANCE       TO DLR232-F-AMOUNT
087900         ADD DLPTSBAL-LAST-ACTIVITY TO DLR232-F-HASH
088000         WRITE PTSBAL-MASKED-REC FROM DLPTSBAL-RECORD
088100     END-IF.
088200     PERFORM 5610-READ-PTSBAL.
088300 5620-EXIT.
088400     EXIT.
088500
088600 5700-PASS-TIERM.
088700     MOVE 'DLTIERM' TO DLR232-FILE-ID.
088800     PERFORM 5000-START-FILE.
088900     OPEN INPUT TIERM-FILE.
089000     IF  DLR232-MASKING
089100         OPEN OUTPUT TIERM-MASKED
089200     END-IF.
089300     PERFORM 5710-READ-TIERM.
089400     PERFORM 5720-MASK-TIERM
089500         UNTIL DLR232-EOF.
089600     CLOSE TIERM-FILE.
089700     IF  DLR232-MASKING
089800         CLOSE TIERM-MASKED
089900         PERFORM 7000-WRITE-CONTROL
090000     END-IF.
090100 5700-EXIT.
090200     EXIT.
090300
090400 5710-READ-TIERM.
090500     READ TIERM-FILE
090600         AT END
090700             MOVE 'Y' TO DLR232-EOF-SW
090800     END-READ.
090900 5710-EXIT.
091000     EXIT.
091100
091200 5720-MASK-TIERM.
091300     ADD 1 TO DLR232-F-RECORDS.
091400     MOVE DLTIERM-CUST-NO TO DLR232-CARD-NO.
091500     PERFORM 6010-MAP-CARD-NO.
091600     MOVE DLR232-CARD-NO TO DLTIERM-CUST-NO.
091700     IF  DLR232-MASKING
091800         ADD DLTIERM-CURR-PERIOD TO DLR232-F-HASH
091900         PERFORM 5730-ADD-TIERM-SPEND
092000             VARYING DLR232-SUB FROM 1 BY 1
092100             UNTIL DLR232-SUB > 12
092200         WRITE TIERM-MASKED-REC FROM DLTIERM-RECORD
092300     END-IF.
092400     PERFORM 5710-READ-TIERM.
092500 5720-EXIT.
092600     EXIT.
092700
092800 5730-ADD-TIERM-SPEND.
092900     ADD DLTIERM-MONTH-SPEND (DLR232-SUB) TO DLR232-F-AMOUNT.
093000 5730-EXIT.
093100     EXIT.
093200
093300 5800-PASS-HSHLDM.
093400     MOVE 'DLHSHLDM' TO DLR232-FILE-ID.
093500     PERFORM 5000-START-FILE.
093600     OPEN INPUT HSHLDM-FILE.
093700     IF  DLR232-MASKING
093800         OPEN OUTPUT HSHLDM-MASKED
093900     END-IF.
094000     PERFORM 5810-READ-HSHLDM.
094100     PERFORM 5820-MASK-HSHLDM
094200         UNTIL DLR232-EOF.
094300     CLOSE HSHLDM-FILE.
094400     IF  DLR232-MASKING
094500         CLOSE HSHLDM-MASKED
094600         PERFORM 7000-WRITE-CONTROL
094700     END-IF.
094800 5800-EXIT.
094900     EXIT.
095000
095100 5810-READ-HSHLDM.
095200     READ HSHLDM-FILE
095300         AT END
095400             MOVE 'Y' TO DLR232-EOF-SW
095500     END-READ.
095600 5810-EXIT.
095700     EXIT.
095800
095900*    THE ADDRESS GOES THROUGH THE SAME MAP AS THE FCUSDAT
096000*    CUSTOMER-ADDRESS SO DLR116 STILL GROUPS THE HOUSEHOLD.
096100 5820-MASK-HSHLDM.
096200     ADD 1 TO DLR232-F-RECORDS.
096300     MOVE DLHSHLDM-CUSTOMER-ID TO DLR232-CUST-ID.
096400     PERFORM 6020-MAP-CUSTOMER-ID.
096500     MOVE DLR232-CUST-ID TO DLHSHLDM-CUSTOMER-ID.
096600     MOVE 'S' TO DLR232-DOMAIN.
096700     MOVE DLHSHLDM-ADDRESS TO DLR232-REAL.
096800     PERFORM 6000-MAP-FIELD.
096900     MOVE DLR232-PSEUDO TO DLHSHLDM-ADDRESS.
097000     IF  DLR232-MASKING
097100         ADD DLHSHLDM-HOUSEHOLD-NO TO DLR232-F-HASH
097200         ADD DLHSHLDM-BUILT-DATE   TO DLR232-F-HASH
097300         WRITE HSHLDM-MASKED-REC FROM DLHSHLDM-RECORD
097400     END-IF.
097500     PERFORM 5810-READ-HSHLDM.
097600 5820-EXIT.
097700     EXIT.
097800
097900 5900-PASS-GIFTLG.
098000     MOVE 'DLGIFTLG' TO DLR232-FILE-ID.
098100     PERFORM 5000-START-FILE.
098200     OPEN INPUT GIFTLG-FILE.
098300     IF  DLR232-MASKING
098400         OPEN OUTPUT GIFTLG-MASKED
098500     END-IF.
098600     PERFORM 5910-READ-GIFTLG.
098700     PERFORM 5920-MASK-GIFTLG
098800         UNTIL DLR232-EOF.
098900     CLOSE GIFTLG-FILE.
099000     IF  DLR232-MASKING
099100         CLOSE GIFTLG-MASKED
099200         PERFORM 7000-WRITE-CONTROL
099300     END-IF.
099400 5900-EXIT.
099500     EXIT.
099600
099700 5910-READ-GIFTLG.
099800     READ GIFTLG-FILE
099900         AT END
100000             MOVE 'Y' TO DLR232-EOF-SW
100100     END-READ.
100200 5910-EXIT.
100300     EXIT.
100400
100500 5920-MASK-GIFTLG.
100600     ADD 1 TO DLR232-F-RECORDS.
100700     MOVE DLGIFTLG-CARD-NO TO DLR232-CARD-NO.
100800     PERFORM 6010-MAP-CARD-NO.
100900     MOVE DLR232-CARD-NO TO DLGIFTLG-CARD-NO.
101000     IF  DLR232-MASKING
101100         ADD DLGIFTLG-BALANCE       TO DLR232-F-AMOUNT
101200         ADD DLGIFTLG-LAST-ACTIVITY TO DLR232-F-HASH
101300         WRITE GIFTLG-MASKED-REC FROM DLGIFTLG-RECORD
101400     END-IF.
101500     PERFORM 5910-READ-GIFTLG.
101600 5920-EXIT.
101700     EXIT.
101800
101900*----------------------------------------------------------------
102000*    MAP ONE IDENTIFIER (DLR232-DOMAIN, DLR232-REAL) TO
102100*    DLR232-PSEUDO. SPACES AND LOW-VALUES ARE NOT IDENTIFIERS
102200*    AND PASS THROUGH; SO, IN THE FIRST PASS, DOES EVERY VALUE.
102300*----------------------------------------------------------------
102400 6000-MAP-FIELD.
102500     IF  DLR232-REAL = SPACES
102600     OR  DLR232-REAL = LOW-VALUES
102700         MOVE DLR232-REAL TO DLR232-PSEUDO
102800     ELSE
102900         PERFORM 6500-FIND-DOMAIN
103000         IF  DLR232-HARVESTING
103100             PERFORM 6100-ENTER-REAL-VALUE
103200             MOVE DLR232-REAL TO DLR232-PSEUDO
103300         ELSE
103400             PERFORM 6200-LOOK-UP-PSEUDONYM
103500         END-IF
103600     END-IF.
103700 6000-EXIT.
103800     EXIT.
103900
104000*    NUMERIC IDENTIFIERS OF ZERO ARE NOT SET AND STAY ZERO.
104100 6010-MAP-CARD-NO.
104200     IF  DLR232-CARD-NO NOT = ZERO
104300         MOVE 'C' TO DLR232-DOMAIN
104400         MOVE DLR232-CARD-NO TO DLR232-REAL
104500         PERFORM 6000-MAP-FIELD
104600         MOVE DLR232-PSEUDO (1:16) TO DLR232-CARD-NO
104700     END-IF.
104800 6010-EXIT.
104900     EXIT.
105000
105100 6020-MAP-CUSTOMER-ID.
105200     IF  DLR232-CUST-ID NOT = ZERO
105300         MOVE 'U' TO DLR232-DOMAIN
105400         MOVE DLR232-CUST-ID TO DLR232-REAL
105500         PERFORM 6000-MAP-FIELD
105600         MOVE DLR232-PSEUDO (1:6) TO DLR232-CUST-ID
105700     END-IF.
105800 6020-EXIT.
105900     EXIT.
106000
106100 6030-MAP-INV-CUSTOMER.
106200     IF  DLR232-INV-CUST NOT = ZERO
106300         MOVE 'I' TO DLR232-DOMAIN
106400         MOVE DLR232-INV-CUST TO DLR232-REAL
106500         PERFORM 6000-MAP-FIELD
106600         MOVE DLR232-PSEUDO (1:9) TO DLR232-INV-CUST
106700     END-IF.
106800 6030-EXIT.
106900     EXIT.
107000
107100*    A VALUE NOT YET ON THE MAP IS ENTERED WITHOUT A PSEUDONYM
107200*    AND QUEUED FOR 3000-ASSIGN-PSEUDONYMS, AS IS ONE LEFT
107300*    WITHOUT A PSEUDONYM BY AN EARLIER RUN.
107400 6100-ENTER-REAL-VALUE.
107500     ADD 1 TO DLR232-VALUES-SEEN.
107600     MOVE DLR232-DOMAIN TO DLMASKMF-DOMAIN.
107700     MOVE DLR232-REAL   TO DLMASKMF-REAL-VALUE.
107800     READ MASK-MAP
107900         INVALID KEY
108000             MOVE SPACES TO DLMASKMF-PSEUDONYM
108100             MOVE ZERO   TO DLMASKMF-SEQ-NO
108200             MOVE DLR232-RUN-DATE TO DLMASKMF-FIRST-DATE
108300             MOVE DLR232-RUN-DATE TO DLMASKMF-LAST-DATE
108400             WRITE DLMASKMF-RECORD
108500             ADD 1 TO DLR232-D-NEW (DLR232-DX)
108600             PERFORM 6110-QUEUE-VALUE
108700         NOT INVALID KEY
108800             IF  DLMASKMF-PSEUDONYM = SPACES
108900                 PERFORM 6110-QUEUE-VALUE
109000             END-IF
109100             IF  DLMASKMF-LAST-DATE < DLR232-RUN-DATE
109200                 MOVE DLR232-RUN-DATE TO DLMASKMF-LAST-DATE
109300                 REWRITE DLMASKMF-RECORD
109400             END-IF
109500     END-READ.
109600 6100-EXIT.
109700     EXIT.
109800
109900 6110-QUEUE-VALUE.
110000     MOVE DLR232-DOMAIN TO PND-DOMAIN.
110100     MOVE DLR232-REAL   TO PND-REAL-VALUE.
110200     WRITE PENDING-REC.
110300 6110-EXIT.
110400     EXIT.
110500
110600*    A VALUE WITH NO PSEUDONYM IS WRITTEN AS ZEROS, NEVER AS
110700*    ITSELF, AND FAILS THE RUN.
110800 6200-LOOK-UP-PSEUDONYM.
110900     MOVE DLR232-DOMAIN TO DLMASKMF-DOMAIN.
111000     MOVE DLR232-REAL   TO DLMASKMF-REAL-VALUE.
111100     READ MASK-MAP
111200         INVALID KEY
111300             MOVE SPACES TO DLMASKMF-PSEUDONYM
111400     END-READ.
111500     IF  DLMASKMF-PSEUDONYM = SPACES
111600         MOVE ALL '0' TO DLR232-PSEUDO
111700         ADD 1 TO DLR232-UNMAPPED
111800     ELSE
111900         MOVE DLMASKMF-PSEUDONYM TO DLR232-PSEUDO
112000         ADD 1 TO DLR232-D-MASKED (DLR232-DX)
112100     END-IF.
112200     ADD 1 TO DLR232-F-FIELDS.
112300 6200-EXIT.
112400     EXIT.
112500
112600 6500-FIND-DOMAIN.
112700     SET DLR232-DX TO 1.
112800     SEARCH DLR232-DOM-ENTRY
112900         AT END
113000             SET DLR232-DX TO 8
113100         WHEN DLR232-D-CODE (DLR232-DX) = DLR232-DOMAIN
113200             CONTINUE
113300     END-SEARCH.
113400 6500-EXIT.
113500     EXIT.
113600
113700 7000-WRITE-CONTROL.
113800     ADD 1 TO DLR232-FILES-MASKED.
113900     MOVE DLR232-FILE-ID   TO DLMASKCT-FILE-ID.
114000     MOVE DLR232-RUN-DATE  TO DLMASKCT-RUN-DATE.
114100     MOVE DLR232-F-RECORDS TO DLMASKCT-RECORDS.
114200     MOVE DLR232-F-AMOUNT  TO DLMASKCT-AMOUNT.
114300     MOVE DLR232-F-HASH    TO DLMASKCT-HASH.
114400     MOVE DLR232-F-FIELDS  TO DLMASKCT-FIELDS-MASKED.
114500     WRITE DLMASKCT-RECORD.
114600     MOVE DLR232-FILE-ID   TO DLR232-L-FILE-ID.
114700     MOVE DLR232-F-RECORDS TO DLR232-L-RECORDS.
114800     MOVE DLR232-F-AMOUNT  TO DLR232-L-AMOUNT.
114900     MOVE DLR232-F-HASH    TO DLR232-L-HASH.
115000     MOVE DLR232-F-FIELDS  TO DLR232-L-FIELDS.
115100     WRITE MASK-LINE FROM DLR232-FILE-LINE.
115200 7000-EXIT.
115300     EXIT.
115400
115500 8000-PRINT-TOTALS.
115600     WRITE MASK-LINE FROM DLR232-BLANK-LINE.
115700     WRITE MASK-LINE FROM DLR232-HEADING-3.
115800     PERFORM 8100-PRINT-DOMAIN
115900         VARYING DLR232-DX FROM 1 BY 1
116000         UNTIL DLR232-DX > 8.
116100     WRITE MASK-LINE FROM DLR232-BLANK-LINE.
116200     MOVE 'IDENTIFIERS READ IN FIRST PASS     -'
116300                 TO DLR232-T-LABEL.
116400     MOVE DLR232-VALUES-SEEN TO DLR232-T-COUNT.
116500     WRITE MASK-LINE FROM DLR232-TOTAL-LINE.
116600     MOVE 'NEW VALUES QUEUED FOR A PSEUDONYM  -'
116700                 TO DLR232-T-LABEL.
116800     MOVE DLR232-PENDING-READ TO DLR232-T-COUNT.
116900     WRITE MASK-LINE FROM DLR232-TOTAL-LINE.
117000     MOVE 'VALUES WRITTEN AS ZEROS (UNMAPPED) -'
117100                 TO DLR232-T-LABEL.
117200     MOVE DLR232-UNMAPPED TO DLR232-T-COUNT.
117300     WRITE MASK-LINE FROM DLR232-TOTAL-LINE.
117400 8000-EXIT.
117500     EXIT.
117600
117700 8100-PRINT-DOMAIN.
117800     MOVE DLR232-D-NAME (DLR232-DX)   TO DLR232-L-DOMAIN.
117900     MOVE DLR232-D-NEW (DLR232-DX)    TO DLR232-L-NEW.
118000     MOVE DLR232-D-ASSIGNED (DLR232-DX)
118100         TO DLR232-L-ASSIGNED.
118200     MOVE DLR232-D-UNASSIGNED (DLR232-DX)
118300         TO DLR232-L-UNASSIGNED.
118400     MOVE DLR232-D-MASKED (DLR232-DX) TO DLR232-L-MASKED.
118500     MOVE DLR232-D-LAST-SEQ (DLR232-DX)
118600         TO DLR232-L-LAST-SEQ.
118700     WRITE MASK-LINE FROM DLR232-DOMAIN-LINE.
118800 8100-EXIT.
118900     EXIT.
119000
119100 9000-TERMINATE.
119200     DISPLAY 'DLR232 FILES MASKED      = ' DLR232-FILES-MASKED.
119300     DISPLAY 'DLR232 NEW VALUES MAPPED = ' DLR232-PENDING-READ.
119400     DISPLAY 'DLR232 VALUES UNMAPPED   = ' DLR232-UNMAPPED.
119500     IF  DLR232-UNMAPPED > ZERO
119600         MOVE 8 TO RETURN-CODE
119700     END-IF.
119800     CLOSE MASK-MAP
119900           CONTROL-FILE
120000           MASK-REPORT.
120100 9000-EXIT.
120200     EXIT.
