000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR236.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR236 - DTAR107 LOYALTY CHAIN PARTITION SPLIT               *
001000*                                                                *
001100*   SPLITS THE NIGHT'S DTAR107 INTO UP TO EIGHT SLICES SO THE    *
001200*   LOYALTY CHAIN (DLR112, DLR064, DLR114, DLR012) CAN RUN AS    *
001300*   PARALLEL PARTITIONS, EACH AGAINST ITS OWN DTARPN DD. THE     *
001400*   PARTITION CONTROL CARD GIVES THE MODE - 'C' FOR CARD-NUMBER  *
001500*   RANGES OR 'S' FOR STORE RANGES - AND THE PARTITION COUNT,    *
001600*   FOLLOWED BY ONE RANGE CARD PER PARTITION. THE RANGES MUST    *
001700*   BE CONTIGUOUS, START AT ZERO AND END AT THE TOP KEY (ALL     *
001800*   NINES FOR CARDS, 999 FOR STORES) OR NOTHING IS SPLIT AND     *
001900*   THE RUN ENDS WITH RETURN CODE 8.                             *
002000*                                                                *
002100*   IN CARD MODE THE DLPTSBAL AND DLTIERM MASTERS ARE SPLIT      *
002200*   ON THE SAME RANGES INTO PTSBPN AND TIERPN, SO EACH           *
002300*   PARTITION UPDATES ONLY ITS OWN CARDS. IN STORE MODE ONLY     *
002400*   DTAR107 IS SPLIT - A CARD IS USED AT MANY STORES, SO THE     *
002500*   CARD-KEYED MASTER STEPS (DLR112, DLR064, DLR012) RUN ON THE  *
002600*   WHOLE FILE AND ONLY THE PER-SALE STEPS SUCH AS DLR114 RUN    *
002700*   PARTITIONED. ALPHA STORES GO TO THE LAST PARTITION.          *
002800*                                                                *
002900*   THE PARTITION CONTROL FILE DLPARTCT RECORDS THE INPUT AND    *
003000*   PER-PARTITION TOTALS FOR THE DLR237 MERGE, AND THE CONTROL   *
003100*   REPORT PROVES THE SLICES ADD BACK TO THE UNPARTITIONED       *
003200*   INPUT. AN OUT-OF-BALANCE SPLIT ENDS WITH RETURN CODE 8.      *
003300*                                                                *
003400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003500*  ---|----------|------------------------------|------------    *
003600*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003700*                                                                *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT PART-CARD-FILE    ASSIGN TO PARTCARD
004600                              ORGANIZATION IS SEQUENTIAL.
004700     SELECT DTAR107-FILE      ASSIGN TO DTAR107
004800                              ORGANIZATION IS SEQUENTIAL.
004900     SELECT BALANCE-MASTER    ASSIGN TO DLPTSBAL
005000                              ORGANIZATION IS INDEXED
005100                              ACCESS MODE IS DYNAMIC
005200                              RECORD KEY IS DLPTSBAL-CUST-NO.
005300     SELECT TIER-MASTER       ASSIGN TO DLTIERM
005400                              ORGANIZATION IS INDEXED
005500                              ACCESS MODE IS DYNAMIC
005600                              RECORD KEY IS DLTIERM-CUST-NO.
005700     SELECT DTARP1-FILE       ASSIGN TO DTARP1
005800                              ORGANIZATION IS SEQUENTIAL.
005900     SELECT DTARP2-FILE       ASSIGN TO DTARP2
006000                              ORGANIZATION IS SEQUENTIAL.
006100     SELECT DTARP3-FILE       ASSIGN TO DTARP3
006200                              ORGANIZATION IS SEQUENTIAL.
006300     SELECT DTARP4-FILE       ASSIGN TO DTARP4
006400                              ORGANIZATION IS SEQUENTIAL.
006500     SELECT DTARP5-FILE       ASSIGN TO DTARP5
006600                              ORGANIZATION IS SEQUENTIAL.
006700     SELECT DTARP6-FILE       ASSIGN TO DTARP6
006800                              ORGANIZATION IS SEQUENTIAL.
006900     SELECT DTARP7-FILE       ASSIGN TO DTARP7
007000                              ORGANIZATION IS SEQUENTIAL.
007100     SELECT DTARP8-FILE       ASSIGN TO DTARP8
007200                              ORGANIZATION IS SEQUENTIAL.
007300     SELECT PTSBP1-FILE       ASSIGN TO PTSBP1
007400                              ORGANIZATION IS INDEXED
007500                              ACCESS MODE IS SEQUENTIAL
007600                              RECORD KEY IS PTSBP1-CUST-NO.
007700     SELECT PTSBP2-FILE       ASSIGN TO PTSBP2
007800                              ORGANIZATION IS INDEXED
007900                              ACCESS MODE IS SEQUENTIAL
008000                              RECORD KEY IS PTSBP2-CUST-NO.
008100     SELECT PTSBP3-FILE       ASSIGN TO PTSBP3
008200                              ORGANIZATION IS INDEXED
008300                              ACCESS MODE IS SEQUENTIAL
008400                              RECORD KEY IS PTSBP3-CUST-NO.
008500     SELECT PTSBP4-FILE       ASSIGN TO PTSBP4
008600                              ORGANIZATION IS INDEXED
008700                              ACCESS MODE IS SEQUENTIAL
008800                              RECORD KEY IS PTSBP4-CUST-NO.
008900     SELECT PTSBP5-FILE       ASSIGN TO PTSBP5
009000                              ORGANIZATION IS INDEXED
009100                              ACCESS MODE IS SEQUENTIAL
009200                              RECORD KEY IS PTSBP5-CUST-NO.
009300     SELECT PTSBP6-FILE       ASSIGN TO PTSBP6
009400                              ORGANIZATION IS INDEXED
009500                              ACCESS MODE IS SEQUENTIAL
009600                              RECORD KEY IS PTSBP6-CUST-NO.
009700     SELECT PTSBP7-FILE       ASSIGN TO PTSBP7
009800                              ORGANIZATION IS INDEXED
009900                              ACCESS MODE IS SEQUENTIAL
010000                              RECORD KEY IS PTSBP7-CUST-NO.
010100     SELECT PTSBP8-FILE       ASSIGN TO PTSBP8
010200                              ORGANIZATION IS INDEXED
010300                              ACCESS MODE IS SEQUENTIAL
010400                              RECORD KEY IS PTSBP8-CUST-NO.
010500     SELECT TIERP1-FILE       ASSIGN TO TIERP1
010600                              ORGANIZATION IS INDEXED
010700                              ACCESS MODE IS SEQUENTIAL
010800                              RECORD KEY IS TIERP1-CUST-NO.
010900     SELECT TIERP2-FILE       ASSIGN TO TIERP2
011000                              ORGANIZATION IS INDEXED
011100                              ACCESS MODE IS SEQUENTIAL
011200                              RECORD KEY IS TIERP2-CUST-NO.
011300     SELECT TIERP3-FILE       ASSIGN TO TIERP3
011400                              ORGANIZATION IS INDEXED
011500                              ACCESS MODE IS SEQUENTIAL
011600                              RECORD KEY IS TIERP3-CUST-NO.
011700     SELECT TIERP4-FILE       ASSIGN TO TIERP4
011800                              ORGANIZATION IS INDEXED
011900                              ACCESS MODE IS SEQUENTIAL
012000                              RECORD KEY IS TIERP4-CUST-NO.
012100     SELECT TIERP5-FILE       ASSIGN TO TIERP5
012200                              ORGANIZATION IS INDEXED
012300                              ACCESS MODE IS SEQUENTIAL
012400                              RECORD KEY IS TIERP5-CUST-NO.
012500     SELECT TIERP6-FILE       ASSIGN TO TIERP6
012600                              ORGANIZATION IS INDEXED
012700                              ACCESS MODE IS SEQUENTIAL
012800                              RECORD KEY IS TIERP6-CUST-NO.
012900     SELECT TIERP7-FILE       ASSIGN TO TIERP7
013000                              ORGANIZATION IS INDEXED
013100                              ACCESS MODE IS SEQUENTIAL
013200                              RECORD KEY IS TIERP7-CUST-NO.
013300     SELECT TIERP8-FILE       ASSIGN TO TIERP8
013400                              ORGANIZATION IS INDEXED
013500                              ACCESS MODE IS SEQUENTIAL
013600                              RECORD KEY IS TIERP8-CUST-NO.
013700     SELECT CONTROL-FILE      ASSIGN TO DLPARTCT
013800                              ORGANIZATION IS SEQUENTIAL.
013900     SELECT SPLIT-REPORT      ASSIGN TO PARTRPT
014000                              ORGANIZATION IS SEQUENTIAL.
014100 DATA DIVISION.
014200 FILE SECTION.
014300 FD  PART-CARD-FILE
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600 01  PART-CARD-REC.
014700     05  PTC-CARD-TYPE            PIC X(01).
014800         88  PTC-HEADER-CARD                 VALUE 'H'.
014900         88  PTC-RANGE-CARD                  VALUE 'R'.
015000     05  PTC-MODE                 PIC X(01).
015100     05  PTC-PART-COUNT           PIC X(01).
015200     05  PTC-PART-COUNT-9 REDEFINES PTC-PART-COUNT
015300                                  PIC 9(01).
015400     05  FILLER                   PIC X(77).
015500 01  PART-RANGE-REC.
015600     05  FILLER                   PIC X(01).
015700     05  PTR-PART-NO              PIC X(01).
015800     05  PTR-PART-NO-9 REDEFINES PTR-PART-NO
015900                                  PIC 9(01).
016000     05  PTR-RANGE-LOW            PIC 9(16).
016100     05  PTR-RANGE-HIGH           PIC 9(16).
016200     05  FILLER                   PIC X(46).
016300 FD  DTAR107-FILE
016400     RECORDING MODE IS F
016500     LABEL RECORDS ARE STANDARD.
016600 01  DTAR107-REC.
016700     COPY DTAR107.
016800 FD  BALANCE-MASTER
016900     LABEL RECORDS ARE STANDARD.
017000 01  DLPTSBAL-RECORD.
017100     COPY DLPTSBAL.
017200 FD  TIER-MASTER
017300     LABEL RECORDS ARE STANDARD.
017400 01  DLTIERM-RECORD.
017500     COPY DLTIERM.
017600 FD  DTARP1-FILE
017700     RECORDING MODE IS F
017800     LABEL RECORDS ARE STANDARD.
017900 01  DTARP1-REC                   PIC X(54).
018000 FD  DTARP2-FILE
018100     RECORDING MODE IS F
018200     LABEL RECORDS ARE STANDARD.
018300 01  DTARP2-REC                   PIC X(54).
018400 FD  DTARP3-FILE
018500     RECORDING MODE IS F
018600     LABEL RECORDS ARE STANDARD.
018700 01  DTARP3-REC                   PIC X(54).
018800 FD  DTARP4-FILE
018900     RECORDING MODE IS F
019000     LABEL RECORDS ARE STANDARD.
019100 01  DTARP4-REC                   PIC X(54).
019200 FD  DTARP5-FILE
019300     RECORDING MODE IS F
019400     LABEL RECORDS ARE STANDARD.
019500 01  DTARP5-REC                   PIC X(54).
019600 FD  DTARP6-FILE
019700     RECORDING MODE IS F
019800     LABEL RECORDS ARE STANDARD.
019900 01  DTARP6-REC                   PIC X(54).
020000 FD  DTARP7-FILE
020100     RECORDING MODE IS F
020200     LABEL RECORDS ARE STANDARD.
020300 01  DTARP7-REC                   PIC X(54).
020400 FD  DTARP8-FILE
020500     RECORDING MODE IS F
020600     LABEL RECORDS ARE STANDARD.
020700 01  DTARP8-REC                   PIC X(54).
020800 FD  PTSBP1-FILE
020900     LABEL RECORDS ARE STANDARD.
021000 01  PTSBP1-REC.
021100     05  PTSBP1-CUST-NO           PIC 9(16).
021200     05  FILLER                   PIC X(97).
021300 FD  PTSBP2-FILE
021400     LABEL RECORDS ARE STANDARD.
021500 01  PTSBP2-REC.
021600     05  PTSBP2-CUST-NO           PIC 9(16).
021700     05  FILLER                   PIC X(97).
021800 FD  PTSBP3-FILE
021900     LABEL RECORDS ARE STANDARD.
022000 01  PTSBP3-REC.
022100     05  PTSBP3-CUST-NO           PIC 9(16).
022200     05  FILLER                   PIC X(97).
022300 FD  PTSBP4-FILE
022400     LABEL RECORDS ARE STANDARD.
022500 01  PTSBP4-REC.
022600     05  PTSBP4-CUST-NO           PIC 9(16).
022700     05  FILLER                   PIC X(97).
022800 FD  PTSBP5-FILE
022900     LABEL RECORDS ARE STANDARD.
023000 01  PTSBP5-REC.
023100     05  PTSBP5-CUST-NO           PIC 9(16).
023200     05  FILLER                   PIC X(97).
023300 FD  PTSBP6-FILE
023400     LABEL RECORDS ARE STANDARD.
023500 01  PTSBP6-REC.
023600     05  PTSBP6-CUST-NO           PIC 9(16).
023700     05  FILLER                   PIC X(97).
023800 FD  PTSBP7-FILE
023900     LABEL RECORDS ARE STANDARD.
024000 01  PTSBP7-REC.
024100     05  PTSBP7-CUST-NO           PIC 9(16).
024200     05  FILLER                   PIC X(97).
024300 FD  PTSBP8-FILE
024400     LABEL RECORDS ARE STANDARD.
024500 01  PTSBP8-REC.
024600     05  PTSBP8-CUST-NO           PIC 9(16).
024700     05  FILLER                   PIC X(97).
024800 FD  TIERP1-FILE
024900     LABEL RECORDS ARE STANDARD.
025000 01  TIERP1-REC.
025100     05  TIERP1-CUST-NO           PIC 9(16).
025200     05  FILLER                   PIC X(79).
025300 FD  TIERP2-FILE
025400     LABEL RECORDS ARE STANDARD.
025500 01  TIERP2-REC.
025600     05  TIERP2-CUST-NO           PIC 9(16).
025700     05  FILLER                   PIC X(79).
025800 FD  TIERP3-FILE
025900     LABEL RECORDS ARE STANDARD.
026000 01  TIERP3-REC.
026100     05  TIERP3-CUST-NO           PIC 9(16).
026200     05  FILLER                   PIC X(79).
026300 FD  TIERP4-FILE
026400     LABEL RECORDS ARE STANDARD.
026500 01  TIERP4-REC.
026600     05  TIERP4-CUST-NO           PIC 9(16).
026700     05  FILLER                   PIC X(79).
026800 FD  TIERP5-FILE
026900     LABEL RECORDS ARE STANDARD.
027000 01  TIERP5-REC.
027100     05  TIERP5-CUST-NO           PIC 9(16).
027200     05  FILLER                   PIC X(79).
027300 FD  TIERP6-FILE
027400     LABEL RECORDS ARE STANDARD.
027500 01  TIERP6-REC.
027600     05  TIERP6-CUST-NO           PIC 9(16).
027700     05  FILLER                   PIC X(79).
027800 FD  TIERP7-FILE
027900     LABEL RECORDS ARE STANDARD.
028000 01  TIERP7-REC.
028100     05  TIERP7-CUST-NO           PIC 9(16).
028200     05  FILLER                   PIC X(79).
028300 FD  TIERP8-FILE
028400     LABEL RECORDS ARE STANDARD.
028500 01  TIERP8-REC.
028600     05  TIERP8-CUST-NO           PIC 9(16).
028700     05  FILLER                   PIC X(79).
028800 FD  CONTROL-FILE
028900     RECORDING MODE IS F
029000     LABEL RECORDS ARE STANDARD.
029100 01  DLPARTCT-RECORD.
029200     COPY DLPARTCT.
029300 FD  SPLIT-REPORT
029400     RECORDING MODE IS F
029500     LABEL RECORDS ARE STANDARD.
029600 01  SPLIT-LINE                   PIC X(132).
029700 WORKING-STORAGE SECTION.
029800 01  DLR236-SWITCHES.
029900     05  DLR236-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
030000         88  DLR236-CARD-EOF                 VALUE 'Y'.
030100     05  DLR236-DTAR-EOF-SW       PIC X(01)  VALUE 'N'.
030200         88  DLR236-DTAR-EOF                 VALUE 'Y'.
030300     05  DLR236-MAST-EOF-SW       PIC X(01)  VALUE 'N'.
030400         88  DLR236-MAST-EOF                 VALUE 'Y'.
030500     05  DLR236-HEADER-SW         PIC X(01)  VALUE 'N'.
030600         88  DLR236-HEADER-SEEN              VALUE 'Y'.
030700     05  DLR236-CARDS-OK-SW       PIC X(01)  VALUE 'Y'.
030800         88  DLR236-CARDS-OK                 VALUE 'Y'.
030900     05  DLR236-FOUND-SW          PIC X(01)  VALUE 'N'.
031000         88  DLR236-FOUND                    VALUE 'Y'.
031100     05  DLR236-BALANCED-SW       PIC X(01)  VALUE 'Y'.
031200         88  DLR236-BALANCED                 VALUE 'Y'.
031300     05  DLR236-MODE              PIC X(01)  VALUE SPACE.
031400         88  DLR236-CARD-MODE                VALUE 'C'.
031500         88  DLR236-STORE-MODE               VALUE 'S'.
031600 01  DLR236-CONSTANTS.
031700     05  DLR236-MAX-PARTS         PIC S9(04)  COMP  VALUE 8.
031800     05  DLR236-TOP-CARD          PIC 9(16)   VALUE
031900         9999999999999999.
032000     05  DLR236-TOP-STORE         PIC 9(16)   VALUE 999.
032100 01  DLR236-WORK.
032200     05  DLR236-RUN-DATE          PIC 9(08)  VALUE ZERO.
032300     05  DLR236-PART-COUNT        PIC S9(04)  COMP  VALUE ZERO.
032400     05  DLR236-PART-SUB          PIC S9(04)  COMP  VALUE ZERO.
032500     05  DLR236-PART-DISP         PIC 9(01)  VALUE ZERO.
032600     05  DLR236-ROUTE-KEY         PIC 9(16)  VALUE ZERO.
032700     05  DLR236-TOP-KEY           PIC 9(16)  VALUE ZERO.
032800     05  DLR236-NEXT-LOW          PIC 9(17)  VALUE ZERO.
032900     05  DLR236-ERR-TEXT          PIC X(40)  VALUE SPACES.
033000     05  DLR236-ERR-PART          PIC 9(01)  VALUE ZERO.
033100 01  DLR236-TOTALS.
033200     05  DLR236-IN-DTAR-RECS      PIC S9(09)    COMP-3
033300                                             VALUE ZERO.
033400     05  DLR236-IN-DTAR-AMOUNT    PIC S9(11)V99 COMP-3
033500                                             VALUE ZERO.
033600     05  DLR236-IN-PTSBAL-ROWS    PIC S9(09)    COMP-3
033700                                             VALUE ZERO.
033800     05  DLR236-IN-TIERM-ROWS     PIC S9(09)    COMP-3
033900                                             VALUE ZERO.
034000     05  DLR236-SUM-DTAR-RECS     PIC S9(09)    COMP-3
034100                                             VALUE ZERO.
034200     05  DLR236-SUM-DTAR-AMOUNT   PIC S9(11)V99 COMP-3
034300                                             VALUE ZERO.
034400     05  DLR236-SUM-PTSBAL-ROWS   PIC S9(09)    COMP-3
034500                                             VALUE ZERO.
034600     05  DLR236-SUM-TIERM-ROWS    PIC S9(09)    COMP-3
034700                                             VALUE ZERO.
034800     05  DLR236-ALPHA-STORE-RECS  PIC S9(09)    COMP-3
034900                                             VALUE ZERO.
035000     05  DLR236-UNROUTED          PIC S9(09)    COMP-3
035100                                             VALUE ZERO.
035200     05  DLR236-WRITE-ERRORS      PIC S9(09)    COMP-3
035300                                             VALUE ZERO.
035400 01  DLR236-PART-TABLE.
035500     05  DLR236-PART OCCURS 8 TIMES
035600                     INDEXED BY DLR236-PX.
035700         10  DLR236-P-CARD-SW     PIC X(01).
035800             88  DLR236-P-CARD-SEEN          VALUE 'Y'.
035900         10  DLR236-P-LOW         PIC 9(16).
036000         10  DLR236-P-HIGH        PIC 9(16).
036100         10  DLR236-P-DTAR-RECS   PIC S9(09)    COMP-3.
036200         10  DLR236-P-DTAR-AMOUNT PIC S9(11)V99 COMP-3.
036300         10  DLR236-P-PTSBAL-ROWS PIC S9(09)    COMP-3.
036400         10  DLR236-P-TIERM-ROWS  PIC S9(09)    COMP-3.
036500 01  DLR236-HEADING-1.
036600     05  FILLER                   PIC X(49)  VALUE
036700         'DLR236 - DTAR107 LOYALTY CHAIN PARTITION SPLIT'.
036800     05  FILLER                   PIC X(04)  VALUE 'RUN '.
036900     05  DLR236-H1-RUN-DATE       PIC 9(08).
037000 01  DLR236-MODE-LINE.
037100     05  FILLER                   PIC X(17)  VALUE
037200         'PARTITION MODE - '.
037300     05  DLR236-M-MODE            PIC X(12).
037400     05  FILLER                   PIC X(15)  VALUE
037500         '  PARTITIONS - '.
037600     05  DLR236-M-COUNT           PIC 9(01).
037700 01  DLR236-HEADING-3.
037800     05  FILLER                   PIC X(08)  VALUE 'PART'.
037900     05  FILLER                   PIC X(18)  VALUE 'RANGE LOW'.
038000     05  FILLER                   PIC X(18)  VALUE 'RANGE HIGH'.
038100     05  FILLER                   PIC X(13)  VALUE
038200         ' DTAR107 RECS'.
038300     05  FILLER                   PIC X(20)  VALUE
038400         '      DTAR107 AMOUNT'.
038500     05  FILLER                   PIC X(13)  VALUE
038600         '  PTSBAL ROWS'.
038700     05  FILLER                   PIC X(13)  VALUE
038800         '   TIERM ROWS'.
038900 01  DLR236-DETAIL-LINE.
039000     05  DLR236-D-LABEL           PIC X(06).
039100     05  FILLER                   PIC X(02)  VALUE SPACES.
039200     05  DLR236-D-LOW             PIC X(16).
039300     05  FILLER                   PIC X(02)  VALUE SPACES.
039400     05  DLR236-D-HIGH            PIC X(16).
039500     05  FILLER                   PIC X(02)  VALUE SPACES.
039600     05  DLR236-D-DTAR-RECS       PIC -ZZZ,ZZZ,ZZ9.
039700     05  FILLER                   PIC X(02)  VALUE SPACES.
039800     05  DLR236-D-DTAR-AMOUNT     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
039900     05  FILLER                   PIC X(02)  VALUE SPACES.
040000     05  DLR236-D-PTSBAL-ROWS     PIC -ZZZ,ZZZ,ZZ9.
040100     05  FILLER                   PIC X(01)  VALUE SPACES.
040200     05  DLR236-D-TIERM-ROWS      PIC -ZZZ,ZZZ,ZZ9.
040300 01  DLR236-ERROR-LINE.
040400     05  FILLER                   PIC X(13)  VALUE
040500         'CARD ERROR - '.
040600     05  DLR236-E-TEXT            PIC X(40).
040700     05  FILLER                   PIC X(13)  VALUE
040800         ' PARTITION - '.
040900     05  DLR236-E-PART            PIC 9(01).
041000 01  DLR236-NOTE-LINE.
041100     05  DLR236-N-TEXT            PIC X(60).
041200     05  DLR236-N-COUNT           PIC ZZZ,ZZZ,ZZ9.
041300 01  DLR236-PROOF-LINE.
041400     05  FILLER                   PIC X(42)  VALUE
041500         'CONTROL PROOF - PARTITIONS ADD BACK TO THE'.
041600     05  FILLER                   PIC X(20)  VALUE
041700         ' UNPARTITIONED INPUT'.
041800     05  FILLER                   PIC X(03)  VALUE ' - '.
041900     05  DLR236-PR-STATUS         PIC X(14).
042000 PROCEDURE DIVISION.
042100 0000-MAINLINE.
042200     PERFORM 1000-INITIALIZE.
042300     IF  DLR236-CARDS-OK
042400         PERFORM 2000-SPLIT-DTAR107
042500         IF  DLR236-CARD-MODE
042600             PERFORM 3000-SPLIT-BALANCES
042700             PERFORM 3500-SPLIT-TIERS
042800         END-IF
042900         PERFORM 4000-WRITE-CONTROL
043000         PERFORM 5000-PRINT-PROOF
043100     END-IF.
043200     PERFORM 9000-TERMINATE.
043300     STOP RUN.
043400
043500******************************************************************
043600*   READ AND VALIDATE THE PARTITION CONTROL CARDS                *
043700******************************************************************
043800 1000-INITIALIZE.
043900     ACCEPT DLR236-RUN-DATE FROM DATE YYYYMMDD.
044000     OPEN OUTPUT SPLIT-REPORT.
044100     MOVE DLR236-RUN-DATE TO DLR236-H1-RUN-DATE.
044200     WRITE SPLIT-LINE FROM DLR236-HEADING-1.
044300     MOVE SPACES TO SPLIT-LINE.
044400     WRITE SPLIT-LINE.
044500     PERFORM 1050-CLEAR-PARTITION
044600         VARYING DLR236-PX FROM 1 BY 1
044700         UNTIL DLR236-PX > DLR236-MAX-PARTS.
044800     OPEN INPUT PART-CARD-FILE.
044900     PERFORM 1110-READ-CARD.
045000     PERFORM 1120-TEST-ONE-CARD
045100         UNTIL DLR236-CARD-EOF.
045200     CLOSE PART-CARD-FILE.
045300     PERFORM 1200-VALIDATE-RANGES.
045400     IF  NOT DLR236-CARDS-OK
045500         DISPLAY 'DLR236 PARTITION CARDS INVALID - NO SPLIT'
045600         MOVE 8 TO RETURN-CODE
045700     END-IF.
045800 1000-EXIT.
045900     EXIT.
046000
046100 1050-CLEAR-PARTITION.
046200     MOVE 'N'  TO DLR236-P-CARD-SW (DLR236-PX).
046300     MOVE ZERO TO DLR236-P-LOW (DLR236-PX)
046400                  DLR236-P-HIGH (DLR236-PX)
046500                  DLR236-P-DTAR-RECS (DLR236-PX)
046600                  DLR236-P-DTAR-AMOUNT (DLR236-PX)
046700                  DLR236-P-PTSBAL-ROWS (DLR236-PX)
046800                  DLR236-P-TIERM-ROWS (DLR236-PX).
046900 1050-EXIT.
047000     EXIT.
047100
047200 1110-READ-CARD.
047300     READ PART-CARD-FILE
047400         AT END
047500             MOVE 'Y' TO DLR236-CARD-EOF-SW
047600     END-READ.
047700 1110-EXIT.
047800     EXIT.
047900
048000 1120-TEST-ONE-CARD.
048100     MOVE ZERO TO DLR236-ERR-PART.
048200     EVALUATE TRUE
048300         WHEN PTC-HEADER-CARD
048400             PERFORM 1130-TAKE-HEADER-CARD
048500         WHEN PTC-RANGE-CARD
048600             PERFORM 1140-TAKE-RANGE-CARD
048700         WHEN OTHER
048800             MOVE 'UNKNOWN CARD TYPE' TO DLR236-ERR-TEXT
048900             PERFORM 1900-CARD-ERROR
049000     END-EVALUATE.
049100     PERFORM 1110-READ-CARD.
049200 1120-EXIT.
049300     EXIT.
049400
049500 1130-TAKE-HEADER-CARD.
049600     IF  DLR236-HEADER-SEEN
049700         MOVE 'DUPLICATE HEADER CARD' TO DLR236-ERR-TEXT
049800         PERFORM 1900-CARD-ERROR
049900     ELSE
050000         MOVE 'Y' TO DLR236-HEADER-SW
050100         MOVE PTC-MODE TO DLR236-MODE
050200         IF  NOT DLR236-CARD-MODE
050300         AND NOT DLR236-STORE-MODE
050400             MOVE 'MODE MUST BE C (CARD) OR S (STORE)'
050500                                  TO DLR236-ERR-TEXT
050600             PERFORM 1900-CARD-ERROR
050700         END-IF
050800         IF  PTC-PART-COUNT IS NOT NUMERIC
050900             MOVE 'PARTITION COUNT NOT NUMERIC'
051000                                  TO DLR236-ERR-TEXT
051100             PERFORM 1900-CARD-ERROR
051200         ELSE
051300             MOVE PTC-PART-COUNT-9 TO DLR236-PART-COUNT
051400             IF  DLR236-PART-COUNT < 1
051500             OR  DLR236-PART-COUNT > DLR236-MAX-PARTS
051600                 MOVE 'PARTITION COUNT MUST BE 1 TO 8'
051700                                  TO DLR236-ERR-TEXT
051800                 PERFORM 1900-CARD-ERROR
051900             END-IF
052000         END-IF
052100     END-IF.
052200 1130-EXIT.
052300     EXIT.
052400
052500 1140-TAKE-RANGE-CARD.
052600     IF  PTR-PART-NO IS NOT NUMERIC
052700     OR  PTR-PART-NO-9 = ZERO
052800     OR  PTR-PART-NO-9 > DLR236-MAX-PARTS
052900         MOVE 'RANGE CARD PARTITION NUMBER INVALID'
053000                                  TO DLR236-ERR-TEXT
053100         PERFORM 1900-CARD-ERROR
053200     ELSE
053300         MOVE PTR-PART-NO-9 TO DLR236-ERR-PART
053400         SET DLR236-PX TO PTR-PART-NO-9
053500         IF  PTR-RANGE-LOW  IS NOT NUMERIC
053600         OR  PTR-RANGE-HIGH IS NOT NUMERIC
053700             MOVE 'RANGE LOW OR HIGH NOT NUMERIC'
053800                                  TO DLR236-ERR-TEXT
053900             PERFORM 1900-CARD-ERROR
054000         ELSE
054100             IF  DLR236-P-CARD-SEEN (DLR236-PX)
054200                 MOVE 'DUPLICATE RANGE CARD' TO DLR236-ERR-TEXT
054300                 PERFORM 1900-CARD-ERROR
054400             ELSE
054500                 MOVE 'Y' TO DLR236-P-CARD-SW (DLR236-PX)
054600                 MOVE PTR-RANGE-LOW
054700                              TO DLR236-P-LOW (DLR236-PX)
054800                 MOVE PTR-RANGE-HIGH
054900                              TO DLR236-P-HIGH (DLR236-PX)
055000             END-IF
055100         END-IF
055200     END-IF.
055300 1140-EXIT.
055400     EXIT.
055500
055600******************************************************************
055700*   RANGES MUST RUN FROM ZERO TO THE TOP KEY WITHOUT GAP OR      *
055800*   OVERLAP, ONE CARD PER PARTITION AND NONE BEYOND THE COUNT    *
055900******************************************************************
056000 1200-VALIDATE-RANGES.
056100     MOVE ZERO TO DLR236-ERR-PART.
056200     IF  NOT DLR236-HEADER-SEEN
056300         MOVE 'NO PARTITION HEADER CARD' TO DLR236-ERR-TEXT
056400         PERFORM 1900-CARD-ERROR
056500     END-IF.
056600     IF  DLR236-CARDS-OK
056700         IF  DLR236-CARD-MODE
056800             MOVE DLR236-TOP-CARD  TO DLR236-TOP-KEY
056900             MOVE 'CARD RANGE'     TO DLR236-M-MODE
057000         ELSE
057100             MOVE DLR236-TOP-STORE TO DLR236-TOP-KEY
057200             MOVE 'STORE RANGE'    TO DLR236-M-MODE
057300         END-IF
057400         MOVE DLR236-PART-COUNT TO DLR236-M-COUNT
057500         WRITE SPLIT-LINE FROM DLR236-MODE-LINE
057600         MOVE ZERO TO DLR236-NEXT-LOW
057700         PERFORM 1210-CHECK-ONE-RANGE
057800             VARYING DLR236-PART-SUB FROM 1 BY 1
057900             UNTIL DLR236-PART-SUB > DLR236-PART-COUNT
058000         PERFORM 1220-CHECK-UNUSED-CARD
058100             VARYING DLR236-PART-SUB FROM DLR236-PART-SUB BY 1
058200             UNTIL DLR236-PART-SUB > DLR236-MAX-PARTS
058300     END-IF.
058400 1200-EXIT.
058500     EXIT.
058600
058700 1210-CHECK-ONE-RANGE.
058800     SET DLR236-PX TO DLR236-PART-SUB.
058900     MOVE DLR236-PART-SUB TO DLR236-ERR-PART.
059000     IF  NOT DLR236-P-CARD-SEEN (DLR236-PX)
059100         MOVE 'NO RANGE CARD FOR PARTITION' TO DLR236-ERR-TEXT
059200         PERFORM 1900-CARD-ERROR
059300     ELSE
059400         IF  DLR236-P-LOW (DLR236-PX) NOT = DLR236-NEXT-LOW
059500             MOVE 'RANGE NOT CONTIGUOUS WITH PRIOR RANGE'
059600                                  TO DLR236-ERR-TEXT
059700             PERFORM 1900-CARD-ERROR
059800         END-IF
059900         IF  DLR236-P-LOW (DLR236-PX)
060000                         > DLR236-P-HIGH (DLR236-PX)
060100             MOVE 'RANGE LOW IS ABOVE RANGE HIGH'
060200                                  TO DLR236-ERR-TEXT
060300             PERFORM 1900-CARD-ERROR
060400         END-IF
060500         IF  DLR236-P-HIGH (DLR236-PX) > DLR236-TOP-KEY
060600             MOVE 'RANGE HIGH IS ABOVE THE TOP KEY'
060700                                  TO DLR236-ERR-TEXT
060800             PERFORM 1900-CARD-ERROR
060900         END-IF
061000         IF  DLR236-PART-SUB = DLR236-PART-COUNT
061100         AND DLR236-P-HIGH (DLR236-PX) NOT = DLR236-TOP-KEY
061200             MOVE 'LAST RANGE DOES NOT END AT THE TOP KEY'
061300                                  TO DLR236-ERR-TEXT
061400             PERFORM 1900-CARD-ERROR
061500         END-IF
061600         MOVE DLR236-P-HIGH (DLR236-PX) TO DLR236-NEXT-LOW
061700         ADD 1 TO DLR236-NEXT-LOW
061800     END-IF.
061900 1210-EXIT.
062000     EXIT.
062100
062200 1220-CHECK-UNUSED-CARD.
062300     SET DLR236-PX TO DLR236-PART-SUB.
062400     IF  DLR236-P-CARD-SEEN (DLR236-PX)
062500         MOVE DLR236-PART-SUB TO DLR236-ERR-PART
062600         MOVE 'RANGE CARD BEYOND THE PARTITION COUNT'
062700                                  TO DLR236-ERR-TEXT
062800         PERFORM 1900-CARD-ERROR
062900     END-IF.
063000 1220-EXIT.
063100     EXIT.
063200
063300 1900-CARD-ERROR.
063400     MOVE 'N' TO DLR236-CARDS-OK-SW.
063500     MOVE DLR236-ERR-TEXT TO DLR236-E-TEXT.
063600     MOVE DLR236-ERR-PART TO DLR236-E-PART.
063700     WRITE SPLIT-LINE FROM DLR236-ERROR-LINE.
063800     DISPLAY 'DLR236 CARD ERROR - ' DLR236-ERR-TEXT
063900             ' PARTITION ' DLR236-ERR-PART.
064000 1900-EXIT.
064100     EXIT.
064200
064300******************************************************************
064400*   ROUTE EACH DTAR107 RECORD TO THE SLICE WHOSE RANGE HOLDS     *
064500*   ITS CARD NUMBER OR STORE NUMBER                              *
064600******************************************************************
064700 2000-SPLIT-DTAR107.
064800     OPEN INPUT DTAR107-FILE.
064900     PERFORM 2050-OPEN-DTAR-SLICE
065000         VARYING DLR236-PART-SUB FROM 1 BY 1
065100         UNTIL DLR236-PART-SUB > DLR236-PART-COUNT.
065200     PERFORM 2090-READ-DTAR107.
065300     PERFORM 2100-ROUTE-DTAR107
065400         UNTIL DLR236-DTAR-EOF.
065500     CLOSE DTAR107-FILE.
065600     PERFORM 2060-CLOSE-DTAR-SLICE
065700         VARYING DLR236-PART-SUB FROM 1 BY 1
065800         UNTIL DLR236-PART-SUB > DLR236-PART-COUNT.
065900 2000-EXIT.
066000     EXIT.
066100
066200 2050-OPEN-DTAR-SLICE.
066300     EVALUATE DLR236-PART-SUB
066400         WHEN 1  OPEN OUTPUT DTARP1-FILE
066500         WHEN 2  OPEN OUTPUT DTARP2-FILE
066600         WHEN 3  OPEN OUTPUT DTARP3-FILE
066700         WHEN 4  OPEN OUTPUT DTARP4-FILE
066800         WHEN 5  OPEN OUTPUT DTARP5-FILE
066900         WHEN 6  OPEN OUTPUT DTARP6-FILE
067000         WHEN 7  OPEN OUTPUT DTARP7-FILE
067100         WHEN 8  OPEN OUTPUT DTARP8-FILE
067200     END-EVALUATE.
067300 2050-EXIT.
067400     EXIT.
067500
067600 2060-CLOSE-DTAR-SLICE.
067700     EVALUATE DLR236-PART-SUB
067800         WHEN 1  CLOSE DTARP1-FILE
067900         WHEN 2  CLOSE DTARP2-FILE
068000         WHEN 3  CLOSE DTARP3-FILE
068100         WHEN 4  CLOSE DTARP4-FILE
068200         WHEN 5  CLOSE DTARP5-FILE
068300         WHEN 6  CLOSE DTARP6-FILE
068400         WHEN 7  CLOSE DTARP7-FILE
068500         WHEN 8  CLOSE DTARP8-FILE
068600     END-EVALUATE.
068700 2060-EXIT.
068800     EXIT.
068900
069000 2090-READ-DTAR107.
069100     READ DTAR107-FILE
069200         AT END
069300             MOVE 'Y' TO DLR236-DTAR-EOF-SW
069400     END-READ.
069500 2090-EXIT.
069600     EXIT.
069700
069800 2100-ROUTE-DTAR107.
069900     ADD 1              TO DLR236-IN-DTAR-RECS.
070000     ADD DTAR107-AMOUNT TO DLR236-IN-DTAR-AMOUNT.
070100     IF  DLR236-CARD-MODE
070200         MOVE DTAR107-CUST-NO TO DLR236-ROUTE-KEY
070300     ELSE
070400         IF  DTAR107-STORE-NO-REDEF IS ALPHABETIC
070500             MOVE DLR236-TOP-KEY TO DLR236-ROUTE-KEY
070600             ADD 1 TO DLR236-ALPHA-STORE-RECS
070700         ELSE
070800             MOVE DTAR107-STORE-NO TO DLR236-ROUTE-KEY
070900         END-IF
071000     END-IF.
071100     PERFORM 2800-FIND-PARTITION.
071200     IF  DLR236-FOUND
071300         ADD 1 TO DLR236-P-DTAR-RECS (DLR236-PX)
071400         ADD DTAR107-AMOUNT
071500               TO DLR236-P-DTAR-AMOUNT (DLR236-PX)
071600         PERFORM 2200-WRITE-DTAR-SLICE
071700     ELSE
071800         ADD 1 TO DLR236-UNROUTED
071900     END-IF.
072000     PERFORM 2090-READ-DTAR107.
072100 2100-EXIT.
072200     EXIT.
072300
072400 2200-WRITE-DTAR-SLICE.
072500     EVALUATE DLR236-PART-SUB
072600         WHEN 1  WRITE DTARP1-REC FROM DTAR107-REC
072700         WHEN 2  WRITE DTARP2-REC FROM DTAR107-REC
072800         WHEN 3  WRITE DTARP3-REC FROM DTAR107-REC
072900         WHEN 4  WRITE DTARP4-REC FROM DTAR107-REC
073000         WHEN 5  WRITE DTARP5-REC FROM DTAR107-REC
073100         WHEN 6  WRITE DTARP6-REC FROM DTAR107-REC
073200         WHEN 7  WRITE DTARP7-REC FROM DTAR107-REC
073300         WHEN 8  WRITE DTARP8-REC FROM DTAR107-REC
073400     END-EVALUATE.
073500 2200-EXIT.
073600     EXIT.
073700
073800 2800-FIND-PARTITION.
073900     MOVE 'N' TO DLR236-FOUND-SW.
074000     SET DLR236-PX TO 1.
074100     SEARCH DLR236-PART
074200         AT END
074300             CONTINUE
074400         WHEN DLR236-PX > DLR236-PART-COUNT
074500             CONTINUE
074600         WHEN DLR236-ROUTE-KEY NOT > DLR236-P-HIGH (DLR236-PX)
074700             MOVE 'Y' TO DLR236-FOUND-SW
074800             SET DLR236-PART-SUB TO DLR236-PX
074900     END-SEARCH.
075000 2800-EXIT.
075100     EXIT.
075200
075300******************************************************************
075400*   CARD MODE - UNLOAD DLPTSBAL IN KEY ORDER INTO ITS SLICES     *
075500******************************************************************
075600 3000-SPLIT-BALANCES.
075700     OPEN INPUT BALANCE-MASTER.
075800     PERFORM 3050-OPEN-BALANCE-SLICE
075900         VARYING DLR236-PART-SUB FROM 1 BY 1
076000         UNTIL DLR236-PART-SUB > DLR236-PART-COUNT.
076100     MOVE 'N' TO DLR236-MAST-EOF-SW.
076200     PERFORM 3090-READ-BALANCE.
076300     PERFORM 3100-ROUTE-BALANCE
076400         UNTIL DLR236-MAST-EOF.
076500     CLOSE BALANCE-MASTER.
076600     PERFORM 3060-CLOSE-BALANCE-SLICE
076700         VARYING DLR236-PART-SUB FROM 1 BY 1
076800         UNTIL DLR236-PART-SUB > DLR236-PART-COUNT.
076900 3000-EXIT.
077000     EXIT.
077100
077200 3050-OPEN-BALANCE-SLICE.
077300     EVALUATE DLR236-PART-SUB
077400         WHEN 1  OPEN OUTPUT PTSBP1-FILE
077500         WHEN 2  OPEN OUTPUT PTSBP2-FILE
077600         WHEN 3  OPEN OUTPUT PTSBP3-FILE
077700         WHEN 4  OPEN OUTPUT PTSBP4-FILE
077800         WHEN 5  OPEN OUTPUT PTSBP5-FILE
077900         WHEN 6  OPEN OUTPUT PTSBP6-FILE
078000         WHEN 7  OPEN OUTPUT PTSBP7-FILE
078100         WHEN 8  OPEN OUTPUT PTSBP8-FILE
078200     END-EVALUATE.
078300 3050-EXIT.
078400     EXIT.
078500
078600 3060-CLOSE-BALANCE-SLICE.
078700     EVALUATE DLR236-PART-SUB
078800         WHEN 1  CLOSE PTSBP1-FILE
078900         WHEN 2  CLOSE PTSBP2-FILE
079000         WHEN 3  CLOSE PTSBP3-FILE
079100         WHEN 4  CLOSE PTSBP4-FILE
079200         WHEN 5  CLOSE PTSBP5-FILE
079300         WHEN 6  CLOSE PTSBP6-FILE
079400         WHEN 7  CLOSE PTSBP7-FILE
079500         WHEN 8  CLOSE PTSBP8-FILE
079600     END-EVALUATE.
079700 3060-EXIT.
079800     EXIT.
079900
080000 3090-READ-BALANCE.
080100     READ BALANCE-MASTER NEXT RECORD
080200         AT END
080300             MOVE 'Y' TO DLR236-MAST-EOF-SW
080400     END-READ.
080500 3090-EXIT.
080600     EXIT.
080700
080800 3100-ROUTE-BALANCE.
080900     ADD 1 TO DLR236-IN-PTSBAL-ROWS.
081000     MOVE DLPTSBAL-CUST-NO TO DLR236-ROUTE-KEY.
081100     PERFORM 2800-FIND-PARTITION.
081200     IF  DLR236-FOUND
081300         ADD 1 TO DLR236-P-PTSBAL-ROWS (DLR236-PX)
081400         PERFORM 3200-WRITE-BALANCE-SLICE
081500     ELSE
081600         ADD 1 TO DLR236-UNROUTED
081700     END-IF.
081800     PERFORM 3090-READ-BALANCE.
081900 3100-EXIT.
082000     EXIT.
082100
082200 3200-WRITE-BALANCE-SLICE.
082300     EVALUATE DLR236-PART-SUB
082400         WHEN 1
082500             WRITE PTSBP1-REC FROM DLPTSBAL-RECORD
082600                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
082700             END-WRITE
082800         WHEN 2
082900             WRITE PTSBP2-REC FROM DLPTSBAL-RECORD
083000                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
083100             END-WRITE
083200         WHEN 3
083300             WRITE PTSBP3-REC FROM DLPTSBAL-RECORD
083400                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
083500             END-WRITE
083600         WHEN 4
083700             WRITE PTSBP4-REC FROM DLPTSBAL-RECORD
083800                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
083900             END-WRITE
084000         WHEN 5
084100             WRITE PTSBP5-REC FROM DLPTSBAL-RECORD
084200                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
084300             END-WRITE
084400         WHEN 6
084500             WRITE PTSBP6-REC FROM DLPTSBAL-RECORD
084600                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
084700             END-WRITE
084800         WHEN 7
084900             WRITE PTSBP7-REC FROM DLPTSBAL-RECORD
085000                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
085100             END-WRITE
085200         WHEN 8
085300             WRITE PTSBP8-REC FROM DLPTSBAL-RECORD
085400                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
085500             END-WRITE
085600     END-EVALUATE.
085700 3200-EXIT.
085800     EXIT.
085900
086000******************************************************************
086100*   CARD MODE - UNLOAD DLTIERM IN KEY ORDER INTO ITS SLICES      *
086200******************************************************************
086300 3500-SPLIT-TIERS.
086400     OPEN INPUT TIER-MASTER.
086500     PERFORM 3550-OPEN-TIER-SLICE
086600         VARYING DLR236-PART-SUB FROM 1 BY 1
086700         UNTIL DLR236-PART-SUB > DLR236-PART-COUNT.
086800     MOVE 'N' TO DLR236-MAST-EOF-SW.
086900     PERFORM 3590-READ-TIER.
087000     PERFORM 3600-ROUTE-TIER
087100         UNTIL DLR236-MAST-EOF.
087200     CLOSE TIER-MASTER.
087300     PERFORM 3560-CLOSE-TIER-SLICE
087400         VARYING DLR236-PART-SUB FROM 1 BY 1
087500         UNTIL DLR236-PART-SUB > DLR236-PART-COUNT.
087600 3500-EXIT.
087700     EXIT.
087800
087900 3550-OPEN-TIER-SLICE.
088000     EVALUATE DLR236-PART-SUB
088100         WHEN 1  OPEN OUTPUT TIERP1-FILE
088200         WHEN 2  OPEN OUTPUT TIERP2-FILE
088300         WHEN 3  OPEN OUTPUT TIERP3-FILE
088400         WHEN 4  OPEN OUTPUT TIERP4-FILE
088500         WHEN 5  OPEN OUTPUT TIERP5-FILE
088600         WHEN 6  OPEN OUTPUT TIERP6-FILE
088700         WHEN 7  OPEN OUTPUT TIERP7-FILE
088800         WHEN 8  OPEN OUTPUT TIERP8-FILE
088900     END-EVALUATE.
089000 3550-EXIT.
089100     EXIT.
089200
089300 3560-CLOSE-TIER-SLICE.
089400     EVALUATE DLR236-PART-SUB
089500         WHEN 1  CLOSE TIERP1-FILE
089600         WHEN 2  CLOSE TIERP2-FILE
089700         WHEN 3  CLOSE TIERP3-FILE
089800         WHEN 4  CLOSE TIERP4-FILE
089900         WHEN 5  CLOSE TIERP5-FILE
090000         WHEN 6  CLOSE TIERP6-FILE
090100         WHEN 7  CLOSE TIERP7-FILE
090200         WHEN 8  CLOSE TIERP8-FILE
090300     END-EVALUATE.
090400 3560-EXIT.
090500     EXIT.
090600
090700 3590-READ-TIER.
090800     READ TIER-MASTER NEXT RECORD
090900         AT END
091000             MOVE 'Y' TO DLR236-MAST-EOF-SW
091100     END-READ.
091200 3590-EXIT.
091300     EXIT.
091400
091500 3600-ROUTE-TIER.
091600     ADD 1 TO DLR236-IN-TIERM-ROWS.
091700     MOVE DLTIERM-CUST-NO TO DLR236-ROUTE-KEY.
091800     PERFORM 2800-FIND-PARTITION.
091900     IF  DLR236-FOUND
092000         ADD 1 TO DLR236-P-TIERM-ROWS (DLR236-PX)
092100         PERFORM 3700-WRITE-TIER-SLICE
092200     ELSE
092300         ADD 1 TO DLR236-UNROUTED
092400     END-IF.
092500     PERFORM 3590-READ-TIER.
092600 3600-EXIT.
092700     EXIT.
092800
092900 3700-WRITE-TIER-SLICE.
093000     EVALUATE DLR236-PART-SUB
093100         WHEN 1
093200             WRITE TIERP1-REC FROM DLTIERM-RECORD
093300                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
093400             END-WRITE
093500         WHEN 2
093600             WRITE TIERP2-REC FROM DLTIERM-RECORD
093700                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
093800             END-WRITE
093900         WHEN 3
094000             WRITE TIERP3-REC FROM DLTIERM-RECORD
094100                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
094200             END-WRITE
094300         WHEN 4
094400             WRITE TIERP4-REC FROM DLTIERM-RECORD
094500                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
094600             END-WRITE
094700         WHEN 5
094800             WRITE TIERP5-REC FROM DLTIERM-RECORD
094900                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
095000             END-WRITE
095100         WHEN 6
095200             WRITE TIERP6-REC FROM DLTIERM-RECORD
095300                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
095400             END-WRITE
095500         WHEN 7
095600             WRITE TIERP7-REC FROM DLTIERM-RECORD
095700                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
095800             END-WRITE
095900         WHEN 8
096000             WRITE TIERP8-REC FROM DLTIERM-RECORD
096100                 INVALID KEY ADD 1 TO DLR236-WRITE-ERRORS
096200             END-WRITE
096300     END-EVALUATE.
096400 3700-EXIT.
096500     EXIT.
096600
096700******************************************************************
096800*   PARTITION CONTROL FILE FOR THE DLR237 MERGE                  *
096900******************************************************************
097000 4000-WRITE-CONTROL.
097100     OPEN OUTPUT CONTROL-FILE.
097200     MOVE SPACES                 TO DLPARTCT-RECORD.
097300     SET DLPARTCT-HEADER         TO TRUE.
097400     MOVE DLR236-MODE            TO DLPARTCT-MODE.
097500     MOVE DLR236-PART-COUNT      TO DLPARTCT-PART-COUNT.
097600     MOVE ZERO                   TO DLPARTCT-PART-NO
097700                                    DLPARTCT-RANGE-LOW.
097800     MOVE DLR236-TOP-KEY         TO DLPARTCT-RANGE-HIGH.
097900     MOVE DLR236-IN-DTAR-RECS    TO DLPARTCT-DTAR-RECS.
098000     MOVE DLR236-IN-DTAR-AMOUNT  TO DLPARTCT-DTAR-AMOUNT.
098100     MOVE DLR236-IN-PTSBAL-ROWS  TO DLPARTCT-PTSBAL-ROWS.
098200     MOVE DLR236-IN-TIERM-ROWS   TO DLPARTCT-TIERM-ROWS.
098300     MOVE DLR236-RUN-DATE        TO DLPARTCT-RUN-DATE.
098400     WRITE DLPARTCT-RECORD.
098500     PERFORM 4100-WRITE-PARTITION-ROW
098600         VARYING DLR236-PX FROM 1 BY 1
098700         UNTIL DLR236-PX > DLR236-PART-COUNT.
098800     CLOSE CONTROL-FILE.
098900 4000-EXIT.
099000     EXIT.
099100
099200 4100-WRITE-PARTITION-ROW.
099300     SET DLPARTCT-PARTITION      TO TRUE.
099400     SET DLR236-PART-SUB         TO DLR236-PX.
099500     MOVE DLR236-PART-SUB        TO DLPARTCT-PART-NO.
099600     MOVE DLR236-P-LOW (DLR236-PX)  TO DLPARTCT-RANGE-LOW.
099700     MOVE DLR236-P-HIGH (DLR236-PX) TO DLPARTCT-RANGE-HIGH.
099800     MOVE DLR236-P-DTAR-RECS (DLR236-PX)
099900                                 TO DLPARTCT-DTAR-RECS.
100000     MOVE DLR236-P-DTAR-AMOUNT (DLR236-PX)
100100                                 TO DLPARTCT-DTAR-AMOUNT.
100200     MOVE DLR236-P-PTSBAL-ROWS (DLR236-PX)
100300                                 TO DLPARTCT-PTSBAL-ROWS.
100400     MOVE DLR236-P-TIERM-ROWS (DLR236-PX)
100500                                 TO DLPARTCT-TIERM-ROWS.
100600     WRITE DLPARTCT-RECORD.
100700 4100-EXIT.
100800     EXIT.
100900
101000******************************************************************
101100*   CONTROL REPORT - EACH PARTITION, THEIR SUM, THE INPUT AND    *
101200*   THE DIFFERENCE, WHICH MUST BE ZERO                           *
101300******************************************************************
101400 5000-PRINT-PROOF.
101500     MOVE SPACES TO SPLIT-LINE.
101600     WRITE SPLIT-LINE.
101700     WRITE SPLIT-LINE FROM DLR236-HEADING-3.
101800     PERFORM 5100-PRINT-PARTITION
101900         VARYING DLR236-PX FROM 1 BY 1
102000         UNTIL DLR236-PX > DLR236-PART-COUNT.
102100     MOVE SPACES TO SPLIT-LINE.
102200     WRITE SPLIT-LINE.
102300     MOVE 'SUM'                  TO DLR236-D-LABEL.
102400     MOVE SPACES                 TO DLR236-D-LOW
102500                                    DLR236-D-HIGH.
102600     MOVE DLR236-SUM-DTAR-RECS   TO DLR236-D-DTAR-RECS.
102700     MOVE DLR236-SUM-DTAR-AMOUNT TO DLR236-D-DTAR-AMOUNT.
102800     MOVE DLR236-SUM-PTSBAL-ROWS TO DLR236-D-PTSBAL-ROWS.
102900     MOVE DLR236-SUM-TIERM-ROWS  TO DLR236-D-TIERM-ROWS.
103000     WRITE SPLIT-LINE FROM DLR236-DETAIL-LINE.
103100     MOVE 'INPUT'                TO DLR236-D-LABEL.
103200     MOVE DLR236-IN-DTAR-RECS    TO DLR236-D-DTAR-RECS.
103300     MOVE DLR236-IN-DTAR-AMOUNT  TO DLR236-D-DTAR-AMOUNT.
103400     MOVE DLR236-IN-PTSBAL-ROWS  TO DLR236-D-PTSBAL-ROWS.
103500     MOVE DLR236-IN-TIERM-ROWS   TO DLR236-D-TIERM-ROWS.
103600     WRITE SPLIT-LINE FROM DLR236-DETAIL-LINE.
103700     MOVE 'DIFF'                 TO DLR236-D-LABEL.
103800     SUBTRACT DLR236-IN-DTAR-RECS FROM DLR236-SUM-DTAR-RECS.
103900     SUBTRACT DLR236-IN-DTAR-AMOUNT
104000                            FROM DLR236-SUM-DTAR-AMOUNT.
104100     SUBTRACT DLR236-IN-PTSBAL-ROWS
104200                            FROM DLR236-SUM-PTSBAL-ROWS.
104300     SUBTRACT DLR236-IN-TIERM-ROWS FROM DLR236-SUM-TIERM-ROWS.
104400     MOVE DLR236-SUM-DTAR-RECS   TO DLR236-D-DTAR-RECS.
104500     MOVE DLR236-SUM-DTAR-AMOUNT TO DLR236-D-DTAR-AMOUNT.
104600     MOVE DLR236-SUM-PTSBAL-ROWS TO DLR236-D-PTSBAL-ROWS.
104700     MOVE DLR236-SUM-TIERM-ROWS  TO DLR236-D-TIERM-ROWS.
104800     WRITE SPLIT-LINE FROM DLR236-DETAIL-LINE.
104900     IF  DLR236-SUM-DTAR-RECS   NOT = ZERO
105000     OR  DLR236-SUM-DTAR-AMOUNT NOT = ZERO
105100     OR  DLR236-SUM-PTSBAL-ROWS NOT = ZERO
105200     OR  DLR236-SUM-TIERM-ROWS  NOT = ZERO
105300     OR  DLR236-UNROUTED        NOT = ZERO
105400     OR  DLR236-WRITE-ERRORS    NOT = ZERO
105500         MOVE 'N' TO DLR236-BALANCED-SW
105600     END-IF.
105700     MOVE SPACES TO SPLIT-LINE.
105800     WRITE SPLIT-LINE.
105900     IF  DLR236-STORE-MODE
106000         MOVE 'ALPHA-STORE RECORDS SENT TO THE LAST PARTITION'
106100                                  TO DLR236-N-TEXT
106200         MOVE DLR236-ALPHA-STORE-RECS TO DLR236-N-COUNT
106300         WRITE SPLIT-LINE FROM DLR236-NOTE-LINE
106400         MOVE 'STORE MODE - DLPTSBAL AND DLTIERM NOT SPLIT'
106500                                  TO SPLIT-LINE
106600         WRITE SPLIT-LINE
106700     END-IF.
106800     IF  DLR236-UNROUTED NOT = ZERO
106900         MOVE 'RECORDS OUTSIDE EVERY PARTITION RANGE'
107000                                  TO DLR236-N-TEXT
107100         MOVE DLR236-UNROUTED     TO DLR236-N-COUNT
107200         WRITE SPLIT-LINE FROM DLR236-NOTE-LINE
107300     END-IF.
107400     IF  DLR236-WRITE-ERRORS NOT = ZERO
107500         MOVE 'MASTER SLICE ROWS REJECTED ON WRITE'
107600                                  TO DLR236-N-TEXT
107700         MOVE DLR236-WRITE-ERRORS TO DLR236-N-COUNT
107800         WRITE SPLIT-LINE FROM DLR236-NOTE-LINE
107900     END-IF.
108000     IF  DLR236-BALANCED
108100         MOVE 'BALANCED'          TO DLR236-PR-STATUS
108200     ELSE
108300         MOVE 'OUT OF BALANCE'    TO DLR236-PR-STATUS
108400         MOVE 8 TO RETURN-CODE
108500     END-IF.
108600     WRITE SPLIT-LINE FROM DLR236-PROOF-LINE.
108700     DISPLAY 'DLR236 DTAR107 RECORDS IN = ' DLR236-IN-DTAR-RECS.
108800     DISPLAY 'DLR236 PARTITION PROOF    = ' DLR236-PR-STATUS.
108900 5000-EXIT.
109000     EXIT.
109100
109200 5100-PRINT-PARTITION.
109300     SET DLR236-PART-SUB TO DLR236-PX.
109400     MOVE DLR236-PART-SUB TO DLR236-PART-DISP.
109500     MOVE SPACES TO DLR236-D-LABEL.
109600     STRING 'PART ' DLR236-PART-DISP
109700         DELIMITED BY SIZE INTO DLR236-D-LABEL
109800     END-STRING.
109900     MOVE DLR236-P-LOW (DLR236-PX)  TO DLR236-D-LOW.
110000     MOVE DLR236-P-HIGH (DLR236-PX) TO DLR236-D-HIGH.
110100     MOVE DLR236-P-DTAR-RECS (DLR236-PX)
110200                                 TO DLR236-D-DTAR-RECS.
110300     MOVE DLR236-P-DTAR-AMOUNT (DLR236-PX)
110400                                 TO DLR236-D-DTAR-AMOUNT.
110500     MOVE DLR236-P-PTSBAL-ROWS (DLR236-PX)
110600                                 TO DLR236-D-PTSBAL-ROWS.
110700     MOVE DLR236-P-TIERM-ROWS (DLR236-PX)
110800                                 TO DLR236-D-TIERM-ROWS.
110900     WRITE SPLIT-LINE FROM DLR236-DETAIL-LINE.
111000     ADD DLR236-P-DTAR-RECS (DLR236-PX)
111100                                 TO DLR236-SUM-DTAR-RECS.
111200     ADD DLR236-P-DTAR-AMOUNT (DLR236-PX)
111300                                 TO DLR236-SUM-DTAR-AMOUNT.
111400     ADD DLR236-P-PTSBAL-ROWS (DLR236-PX)
111500                                 TO DLR236-SUM-PTSBAL-ROWS.
111600     ADD DLR236-P-TIERM-ROWS (DLR236-PX)
111700                                 TO DLR236-SUM-TIERM-ROWS.
111800 5100-EXIT.
111900     EXIT.
112000
112100 9000-TERMINATE.
112200     CLOSE SPLIT-REPORT.
112300 9000-EXIT.
112400     EXIT.
