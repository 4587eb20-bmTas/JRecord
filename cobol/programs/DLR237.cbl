000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR237.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR237 - DTAR107 LOYALTY CHAIN PARTITION MERGE               *
001000*                                                                *
001100*   RECOMBINES THE OUTPUT OF A LOYALTY CHAIN RUN SPLIT BY        *
001200*   DLR236. THE PARTITION CONTROL FILE DLPARTCT GIVES THE MODE,  *
001300*   THE PARTITION COUNT, EACH PARTITION'S RANGE AND WHAT WAS     *
001400*   UNLOADED TO IT.                                              *
001500*                                                                *
001600*   IN CARD MODE THE UPDATED PTSBPN AND TIERPN SLICES ARE READ   *
001700*   IN PARTITION ORDER - WHICH IS KEY ORDER, THE RANGES BEING    *
001800*   CONTIGUOUS - AND WRITTEN AS THE NEW DLPTSBAL AND DLTIERM     *
001900*   GENERATIONS. A ROW OUTSIDE ITS PARTITION'S RANGE, OR ONE     *
002000*   THE NEW MASTER REJECTS, FAILS THE MERGE. ROWS BEYOND THOSE   *
002100*   UNLOADED ARE CARDS THE PARTITION ADDED.                      *
002200*                                                                *
002300*   THE PARTITION REPORTS AND FILES ARRIVE AS CONCATENATIONS -   *
002400*   PTVERIN (DLR114), VELOCIN AND VELFLGIN (DLR012) AND TIERCHGI *
002500*   (DLR064) - AND ARE WRITTEN AS SINGLE PTVERRPT, VELOCRPT,     *
002600*   VELOCFLG AND TIERCHG OUTPUTS WITH A BANNER BEFORE EACH       *
002700*   PARTITION AND GRAND TOTALS AT THE FOOT. IN STORE MODE THE    *
002800*   CARD-KEYED STEPS RUN UNPARTITIONED, SO ONE DLR012 REPORT IS  *
002900*   EXPECTED AND THE MASTERS ARE NOT TOUCHED.                    *
003000*                                                                *
003100*   THE CONTROL REPORT PROVES THE PARTITION COUNTS ADD BACK TO   *
003200*   THE UNPARTITIONED INPUT. A MISSING PARTITION OR ANY COUNT    *
003300*   THAT DOES NOT BALANCE ENDS THE RUN WITH RETURN CODE 8; A     *
003400*   PARTITION THAT RETURNED FEWER MASTER ROWS THAN IT WAS GIVEN  *
003500*   ENDS IT WITH RETURN CODE 4.                                  *
003600*                                                                *
003700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003800*  ---|----------|------------------------------|------------    *
003900*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
004000*                                                                *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CONTROL-FILE      ASSIGN TO DLPARTCT
004900                              ORGANIZATION IS SEQUENTIAL.
005000     SELECT PTSBP1-FILE       ASSIGN TO PTSBP1
005100                              ORGANIZATION IS INDEXED
005200                              ACCESS MODE IS SEQUENTIAL
005300                              RECORD KEY IS PTSBP1-CUST-NO.
005400     SELECT PTSBP2-FILE       ASSIGN TO PTSBP2
005500                              ORGANIZATION IS INDEXED
005600                              ACCESS MODE IS SEQUENTIAL
005700                              RECORD KEY IS PTSBP2-CUST-NO.
005800     SELECT PTSBP3-FILE       ASSIGN TO PTSBP3
005900                              ORGANIZATION IS INDEXED
006000                              ACCESS MODE IS SEQUENTIAL
006100                              RECORD KEY IS PTSBP3-CUST-NO.
006200     SELECT PTSBP4-FILE       ASSIGN TO PTSBP4
006300                              ORGANIZATION IS INDEXED
006400                              ACCESS MODE IS SEQUENTIAL
006500                              RECORD KEY IS PTSBP4-CUST-NO.
006600     SELECT PTSBP5-FILE       ASSIGN TO PTSBP5
006700                              ORGANIZATION IS INDEXED
006800                              ACCESS MODE IS SEQUENTIAL
006900                              RECORD KEY IS PTSBP5-CUST-NO.
007000     SELECT PTSBP6-FILE       ASSIGN TO PTSBP6
007100                              ORGANIZATION IS INDEXED
007200                              ACCESS MODE IS SEQUENTIAL
007300                              RECORD KEY IS PTSBP6-CUST-NO.
007400     SELECT PTSBP7-FILE       ASSIGN TO PTSBP7
007500                              ORGANIZATION IS INDEXED
007600                              ACCESS MODE IS SEQUENTIAL
007700                              RECORD KEY IS PTSBP7-CUST-NO.
007800     SELECT PTSBP8-FILE       ASSIGN TO PTSBP8
007900                              ORGANIZATION IS INDEXED
008000                              ACCESS MODE IS SEQUENTIAL
008100                              RECORD KEY IS PTSBP8-CUST-NO.
008200     SELECT TIERP1-FILE       ASSIGN TO TIERP1
008300                              ORGANIZATION IS INDEXED
008400                              ACCESS MODE IS SEQUENTIAL
008500                              RECORD KEY IS TIERP1-CUST-NO.
008600     SELECT TIERP2-FILE       ASSIGN TO TIERP2
008700                              ORGANIZATION IS INDEXED
008800                              ACCESS MODE IS SEQUENTIAL
008900                              RECORD KEY IS TIERP2-CUST-NO.
009000     SELECT TIERP3-FILE       ASSIGN TO TIERP3
009100                              ORGANIZATION IS INDEXED
009200                              ACCESS MODE IS SEQUENTIAL
009300                              RECORD KEY IS TIERP3-CUST-NO.
009400     SELECT TIERP4-FILE       ASSIGN TO TIERP4
009500                              ORGANIZATION IS INDEXED
009600                              ACCESS MODE IS SEQUENTIAL
009700                              RECORD KEY IS TIERP4-CUST-NO.
009800     SELECT TIERP5-FILE       ASSIGN TO TIERP5
009900                              ORGANIZATION IS INDEXED
010000                              ACCESS MODE IS SEQUENTIAL
010100                              RECORD KEY IS TIERP5-CUST-NO.
010200     SELECT TIERP6-FILE       ASSIGN TO TIERP6
010300                              ORGANIZATION IS INDEXED
010400                              ACCESS MODE IS SEQUENTIAL
010500                              RECORD KEY IS TIERP6-CUST-NO.
010600     SELECT TIERP7-FILE       ASSIGN TO TIERP7
010700                              ORGANIZATION IS INDEXED
010800                              ACCESS MODE IS SEQUENTIAL
010900                              RECORD KEY IS TIERP7-CUST-NO.
011000     SELECT TIERP8-FILE       ASSIGN TO TIERP8
011100                              ORGANIZATION IS INDEXED
011200                              ACCESS MODE IS SEQUENTIAL
011300                              RECORD KEY IS TIERP8-CUST-NO.
011400     SELECT BALANCE-MASTER    ASSIGN TO DLPTSBAL
011500                              ORGANIZATION IS INDEXED
011600                              ACCESS MODE IS SEQUENTIAL
011700                              RECORD KEY IS DLPTSBAL-CUST-NO.
011800     SELECT TIER-MASTER       ASSIGN TO DLTIERM
011900                              ORGANIZATION IS INDEXED
012000                              ACCESS MODE IS SEQUENTIAL
012100                              RECORD KEY IS DLTIERM-CUST-NO.
012200     SELECT PTVER-IN          ASSIGN TO PTVERIN
012300                              ORGANIZATION IS SEQUENTIAL.
012400     SELECT PTVER-OUT         ASSIGN TO PTVERRPT
012500                              ORGANIZATION IS SEQUENTIAL.
012600     SELECT VELOC-IN          ASSIGN TO VELOCIN
012700                              ORGANIZATION IS SEQUENTIAL.
012800     SELECT VELOC-OUT         ASSIGN TO VELOCRPT
012900                              ORGANIZATION IS SEQUENTIAL.
013000     SELECT VFLAG-IN          ASSIGN TO VELFLGIN
013100                              ORGANIZATION IS SEQUENTIAL.
013200     SELECT VFLAG-OUT         ASSIGN TO VELOCFLG
013300                              ORGANIZATION IS SEQUENTIAL.
013400     SELECT TCHG-IN           ASSIGN TO TIERCHGI
013500                              ORGANIZATION IS SEQUENTIAL.
013600     SELECT TCHG-OUT          ASSIGN TO TIERCHG
013700                              ORGANIZATION IS SEQUENTIAL.
013800     SELECT MERGE-REPORT      ASSIGN TO PARTMRPT
013900                              ORGANIZATION IS SEQUENTIAL.
014000 DATA DIVISION.
014100 FILE SECTION.
014200 FD  CONTROL-FILE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD.
014500 01  DLPARTCT-RECORD.
014600     COPY DLPARTCT.
014700 FD  PTSBP1-FILE
014800     LABEL RECORDS ARE STANDARD.
014900 01  PTSBP1-REC.
015000     05  PTSBP1-CUST-NO           PIC 9(16).
015100     05  FILLER                   PIC X(97).
015200 FD  PTSBP2-FILE
015300     LABEL RECORDS ARE STANDARD.
015400 01  PTSBP2-REC.
015500     05  PTSBP2-CUST-NO           PIC 9(16).
015600     05  FILLER                   PIC X(97).
015700 FD  PTSBP3-FILE
015800     LABEL RECORDS ARE STANDARD.
015900 01  PTSBP3-REC.
016000     05  PTSBP3-CUST-NO           PIC 9(16).
016100     05  FILLER                   PIC X(97).
016200 FD  PTSBP4-FILE
016300     LABEL RECORDS ARE STANDARD.
016400 01  PTSBP4-REC.
016500     05  PTSBP4-CUST-NO           PIC 9(16).
016600     05  FILLER                   PIC X(97).
016700 FD  PTSBP5-FILE
016800     LABEL RECORDS ARE STANDARD.
016900 01  PTSBP5-REC.
017000     05  PTSBP5-CUST-NO           PIC 9(16).
017100     05  FILLER                   PIC X(97).
017200 FD  PTSBP6-FILE
017300     LABEL RECORDS ARE STANDARD.
017400 01  PTSBP6-REC.
017500     05  PTSBP6-CUST-NO           PIC 9(16).
017600     05  FILLER                   PIC X(97).
017700 FD  PTSBP7-FILE
017800     LABEL RECORDS ARE STANDARD.
017900 01  PTSBP7-REC.
018000     05  PTSBP7-CUST-NO           PIC 9(16).
018100     05  FILLER                   PIC X(97).
018200 FD  PTSBP8-FILE
018300     LABEL RECORDS ARE STANDARD.
018400 01  PTSBP8-REC.
018500     05  PTSBP8-CUST-NO           PIC 9(16).
018600     05  FILLER                   PIC X(97).
018700 FD  TIERP1-FILE
018800     LABEL RECORDS ARE STANDARD.
018900 01  TIERP1-REC.
019000     05  TIERP1-CUST-NO           PIC 9(16).
019100     05  FILLER                   PIC X(79).
019200 FD  TIERP2-FILE
019300     LABEL RECORDS ARE STANDARD.
019400 01  TIERP2-REC.
019500     05  TIERP2-CUST-NO           PIC 9(16).
019600     05  FILLER                   PIC X(79).
019700 FD  TIERP3-FILE
019800     LABEL RECORDS ARE STANDARD.
019900 01  TIERP3-REC.
020000     05  TIERP3-CUST-NO           PIC 9(16).
020100     05  FILLER                   PIC X(79).
020200 FD  TIERP4-FILE
020300     LABEL RECORDS ARE STANDARD.
020400 01  TIERP4-REC.
020500     05  TIERP4-CUST-NO           PIC 9(16).
020600     05  FILLER                   PIC X(79).
020700 FD  TIERP5-FILE
020800     LABEL RECORDS ARE STANDARD.
020900 01  TIERP5-REC.
021000     05  TIERP5-CUST-NO           PIC 9(16).
021100     05  FILLER                   PIC X(79).
021200 FD  TIERP6-FILE
021300     LABEL RECORDS ARE STANDARD.
021400 01  TIERP6-REC.
021500     05  TIERP6-CUST-NO           PIC 9(16).
021600     05  FILLER                   PIC X(79).
021700 FD  TIERP7-FILE
021800     LABEL RECORDS ARE STANDARD.
021900 01  TIERP7-REC.
022000     05  TIERP7-CUST-NO           PIC 9(16).
022100     05  FILLER                   PIC X(79).
022200 FD  TIERP8-FILE
022300     LABEL RECORDS ARE STANDARD.
022400 01  TIERP8-REC.
022500     05  TIERP8-CUST-NO           PIC 9(16).
022600     05  FILLER                   PIC X(79).
022700 FD  BALANCE-MASTER
022800     LABEL RECORDS ARE STANDARD.
022900 01  DLPTSBAL-RECORD.
023000     COPY DLPTSBAL.
023100 FD  TIER-MASTER
023200     LABEL RECORDS ARE STANDARD.
023300 01  DLTIERM-RECORD.
023400     COPY DLTIERM.
023500 FD  PTVER-IN
023600     RECORDING MODE IS F
023700     LABEL RECORDS ARE STANDARD.
023800 01  PTVER-IN-LINE                PIC X(100).
023900 01  PTVER-IN-HEAD.
024000     05  PTI-H-PROGRAM            PIC X(09).
024100     05  FILLER                   PIC X(91).
024200 01  PTVER-IN-TOTAL.
024300     05  PTI-T-LABEL              PIC X(22).
024400     05  PTI-T-DISAGREE           PIC X(09).
024500     05  FILLER                   PIC X(14).
024600     05  PTI-T-NO-RULE            PIC X(09).
024700     05  FILLER                   PIC X(46).
024800 FD  PTVER-OUT
024900     RECORDING MODE IS F
025000     LABEL RECORDS ARE STANDARD.
025100 01  PTVER-OUT-LINE               PIC X(100).
025200 FD  VELOC-IN
025300     RECORDING MODE IS F
025400     LABEL RECORDS ARE STANDARD.
025500 01  VELOC-IN-LINE                PIC X(80).
025600 01  VELOC-IN-DETAIL.
025700     05  VLI-CUST-NO              PIC X(16).
025800     05  FILLER                   PIC X(64).
025900 01  VELOC-IN-HEAD.
026000     05  VLI-H-PROGRAM            PIC X(09).
026100     05  FILLER                   PIC X(71).
026200 FD  VELOC-OUT
026300     RECORDING MODE IS F
026400     LABEL RECORDS ARE STANDARD.
026500 01  VELOC-OUT-LINE               PIC X(80).
026600 FD  VFLAG-IN
026700     RECORDING MODE IS F
026800     LABEL RECORDS ARE STANDARD.
026900 01  VFLAG-IN-REC                 PIC X(27).
027000 FD  VFLAG-OUT
027100     RECORDING MODE IS F
027200     LABEL RECORDS ARE STANDARD.
027300 01  VFLAG-OUT-REC                PIC X(27).
027400 FD  TCHG-IN
027500     RECORDING MODE IS F
027600     LABEL RECORDS ARE STANDARD.
027700 01  TCHG-IN-REC                  PIC X(33).
027800 FD  TCHG-OUT
027900     RECORDING MODE IS F
028000     LABEL RECORDS ARE STANDARD.
028100 01  TCHG-OUT-REC                 PIC X(33).
028200 FD  MERGE-REPORT
028300     RECORDING MODE IS F
028400     LABEL RECORDS ARE STANDARD.
028500 01  MERGE-LINE                   PIC X(132).
028600 WORKING-STORAGE SECTION.
028700 01  DLR237-SWITCHES.
028800     05  DLR237-CTL-EOF-SW        PIC X(01)  VALUE 'N'.
028900         88  DLR237-CTL-EOF                  VALUE 'Y'.
029000     05  DLR237-SLICE-EOF-SW      PIC X(01)  VALUE 'N'.
029100         88  DLR237-SLICE-EOF                VALUE 'Y'.
029200     05  DLR237-IN-EOF-SW         PIC X(01)  VALUE 'N'.
029300         88  DLR237-IN-EOF                   VALUE 'Y'.
029400     05  DLR237-HEADER-SW         PIC X(01)  VALUE 'N'.
029500         88  DLR237-HEADER-SEEN              VALUE 'Y'.
029600     05  DLR237-CTL-OK-SW         PIC X(01)  VALUE 'Y'.
029700         88  DLR237-CTL-OK                   VALUE 'Y'.
029800     05  DLR237-MODE              PIC X(01)  VALUE SPACE.
029900         88  DLR237-CARD-MODE                VALUE 'C'.
030000         88  DLR237-STORE-MODE               VALUE 'S'.
030100 01  DLR237-CONSTANTS.
030200     05  DLR237-MAX-PARTS         PIC S9(04)  COMP  VALUE 8.
030300 01  DLR237-WORK.
030400     05  DLR237-RUN-DATE          PIC 9(08)  VALUE ZERO.
030500     05  DLR237-SPLIT-DATE        PIC 9(08)  VALUE ZERO.
030600     05  DLR237-PART-COUNT        PIC S9(04)  COMP  VALUE ZERO.
030700     05  DLR237-PART-SUB          PIC S9(04)  COMP  VALUE ZERO.
030800     05  DLR237-PART-DISP         PIC 9(01)  VALUE ZERO.
030900     05  DLR237-SEVERITY          PIC S9(04)  COMP  VALUE ZERO.
031000     05  DLR237-ERR-TEXT          PIC X(40)  VALUE SPACES.
031100     05  DLR237-ERR-PART          PIC 9(01)  VALUE ZERO.
031200     05  DLR237-EDIT-X            PIC X(09)  VALUE ZERO.
031300     05  DLR237-EDIT-9 REDEFINES DLR237-EDIT-X
031400                                  PIC 9(09).
031500     05  DLR237-ADDED             PIC S9(09)    COMP-3
031600                                             VALUE ZERO.
031700     05  DLR237-OUT-RANGE         PIC S9(09)    COMP-3
031800                                             VALUE ZERO.
031900     05  DLR237-INPUT-ROWS        PIC S9(09)    COMP-3
032000                                             VALUE ZERO.
032100 01  DLR237-INPUT-TOTALS.
032200     05  DLR237-H-DTAR-RECS       PIC S9(09)    COMP-3
032300                                             VALUE ZERO.
032400     05  DLR237-H-DTAR-AMOUNT     PIC S9(11)V99 COMP-3
032500                                             VALUE ZERO.
032600     05  DLR237-H-PTSBAL-ROWS     PIC S9(09)    COMP-3
032700                                             VALUE ZERO.
032800     05  DLR237-H-TIERM-ROWS      PIC S9(09)    COMP-3
032900                                             VALUE ZERO.
033000 01  DLR237-TOTALS.
033100     05  DLR237-SUM-DTAR-RECS     PIC S9(09)    COMP-3
033200                                             VALUE ZERO.
033300     05  DLR237-SUM-DTAR-AMOUNT   PIC S9(11)V99 COMP-3
033400                                             VALUE ZERO.
033500     05  DLR237-SUM-UNLOADED      PIC S9(09)    COMP-3
033600                                             VALUE ZERO.
033700     05  DLR237-SUM-RETURNED      PIC S9(09)    COMP-3
033800                                             VALUE ZERO.
033900     05  DLR237-SUM-OUT-RANGE     PIC S9(09)    COMP-3
034000                                             VALUE ZERO.
034100     05  DLR237-MAST-WRITTEN      PIC S9(09)    COMP-3
034200                                             VALUE ZERO.
034300     05  DLR237-MAST-REJECTED     PIC S9(09)    COMP-3
034400                                             VALUE ZERO.
034500     05  DLR237-PTVER-PARTS       PIC S9(04)    COMP
034600                                             VALUE ZERO.
034700     05  DLR237-PTVER-DISAGREE    PIC S9(09)    COMP-3
034800                                             VALUE ZERO.
034900     05  DLR237-PTVER-NO-RULE     PIC S9(09)    COMP-3
035000                                             VALUE ZERO.
035100     05  DLR237-VELOC-PARTS       PIC S9(04)    COMP
035200                                             VALUE ZERO.
035300     05  DLR237-VELOC-EXPECT      PIC S9(04)    COMP
035400                                             VALUE ZERO.
035500     05  DLR237-VELOC-FLAGGED     PIC S9(09)    COMP-3
035600                                             VALUE ZERO.
035700     05  DLR237-VFLAG-RECS        PIC S9(09)    COMP-3
035800                                             VALUE ZERO.
035900     05  DLR237-TCHG-RECS         PIC S9(09)    COMP-3
036000                                             VALUE ZERO.
036100 01  DLR237-PART-TABLE.
036200     05  DLR237-PART OCCURS 8 TIMES
036300                     INDEXED BY DLR237-PX.
036400         10  DLR237-P-SEEN-SW     PIC X(01).
036500             88  DLR237-P-SEEN               VALUE 'Y'.
036600         10  DLR237-P-LOW         PIC 9(16).
036700         10  DLR237-P-HIGH        PIC 9(16).
036800         10  DLR237-P-DTAR-RECS   PIC S9(09)    COMP-3.
036900         10  DLR237-P-DTAR-AMOUNT PIC S9(11)V99 COMP-3.
037000         10  DLR237-P-PTSBAL-UNLD PIC S9(09)    COMP-3.
037100         10  DLR237-P-PTSBAL-BACK PIC S9(09)    COMP-3.
037200         10  DLR237-P-PTSBAL-OUT  PIC S9(09)    COMP-3.
037300         10  DLR237-P-TIERM-UNLD  PIC S9(09)    COMP-3.
037400         10  DLR237-P-TIERM-BACK  PIC S9(09)    COMP-3.
037500         10  DLR237-P-TIERM-OUT   PIC S9(09)    COMP-3.
037600 01  DLR237-HEADING-1.
037700     05  FILLER                   PIC X(49)  VALUE
037800         'DLR237 - DTAR107 LOYALTY CHAIN PARTITION MERGE'.
037900     05  FILLER                   PIC X(04)  VALUE 'RUN '.
038000     05  DLR237-H1-RUN-DATE       PIC 9(08).
038100 01  DLR237-MODE-LINE.
038200     05  FILLER                   PIC X(17)  VALUE
038300         'PARTITION MODE - '.
038400     05  DLR237-M-MODE            PIC X(12).
038500     05  FILLER                   PIC X(15)  VALUE
038600         '  PARTITIONS - '.
038700     05  DLR237-M-COUNT           PIC 9(01).
038800     05  FILLER                   PIC X(14)  VALUE
038900         '  SPLIT RUN - '.
039000     05  DLR237-M-SPLIT-DATE      PIC 9(08).
039100 01  DLR237-SECTION-LINE.
039200     05  DLR237-S-TEXT            PIC X(60).
039300 01  DLR237-DTAR-HEADING.
039400     05  FILLER                   PIC X(08)  VALUE 'PART'.
039500     05  FILLER                   PIC X(18)  VALUE 'RANGE LOW'.
039600     05  FILLER                   PIC X(18)  VALUE 'RANGE HIGH'.
039700     05  FILLER                   PIC X(13)  VALUE
039800         ' DTAR107 RECS'.
039900     05  FILLER                   PIC X(20)  VALUE
040000         '      DTAR107 AMOUNT'.
040100 01  DLR237-DTAR-LINE.
040200     05  DLR237-D-LABEL           PIC X(06).
040300     05  FILLER                   PIC X(02)  VALUE SPACES.
040400     05  DLR237-D-LOW             PIC X(16).
040500     05  FILLER                   PIC X(02)  VALUE SPACES.
040600     05  DLR237-D-HIGH            PIC X(16).
040700     05  FILLER                   PIC X(02)  VALUE SPACES.
040800     05  DLR237-D-RECS            PIC -ZZZ,ZZZ,ZZ9.
040900     05  FILLER                   PIC X(02)  VALUE SPACES.
041000     05  DLR237-D-AMOUNT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
041100 01  DLR237-MAST-HEADING.
041200     05  FILLER                   PIC X(08)  VALUE 'PART'.
041300     05  FILLER                   PIC X(18)  VALUE 'RANGE LOW'.
041400     05  FILLER                   PIC X(18)  VALUE 'RANGE HIGH'.
041500     05  FILLER                   PIC X(13)  VALUE
041600         '    UNLOADED'.
041700     05  FILLER                   PIC X(13)  VALUE
041800         '    RETURNED'.
041900     05  FILLER                   PIC X(13)  VALUE
042000         '       ADDED'.
042100     05  FILLER                   PIC X(13)  VALUE
042200         ' OUT OF RANGE'.
042300 01  DLR237-MAST-LINE.
042400     05  DLR237-M-LABEL           PIC X(06).
042500     05  FILLER                   PIC X(02)  VALUE SPACES.
042600     05  DLR237-M-LOW             PIC X(16).
042700     05  FILLER                   PIC X(02)  VALUE SPACES.
042800     05  DLR237-M-HIGH            PIC X(16).
042900     05  FILLER                   PIC X(02)  VALUE SPACES.
043000     05  DLR237-M-UNLOADED        PIC -ZZZ,ZZZ,ZZ9.
043100     05  FILLER                   PIC X(01)  VALUE SPACES.
043200     05  DLR237-M-RETURNED        PIC -ZZZ,ZZZ,ZZ9.
043300     05  FILLER                   PIC X(01)  VALUE SPACES.
043400     05  DLR237-M-ADDED           PIC -ZZZ,ZZZ,ZZ9.
043500     05  FILLER                   PIC X(01)  VALUE SPACES.
043600     05  DLR237-M-OUT-RANGE       PIC -ZZZ,ZZZ,ZZ9.
043700     05  FILLER                   PIC X(02)  VALUE SPACES.
043800     05  DLR237-M-FLAG            PIC X(14).
043900 01  DLR237-COUNT-LINE.
044000     05  DLR237-C-TEXT            PIC X(44).
044100     05  DLR237-C-COUNT           PIC -ZZZ,ZZZ,ZZ9.
044200     05  FILLER                   PIC X(02)  VALUE SPACES.
044300     05  DLR237-C-FLAG            PIC X(30).
044400 01  DLR237-PARTS-LINE.
044500     05  DLR237-PL-NAME           PIC X(10).
044600     05  FILLER                   PIC X(19)  VALUE
044700         'PARTITIONS FOUND - '.
044800     05  DLR237-PL-FOUND          PIC Z9.
044900     05  FILLER                   PIC X(13)  VALUE
045000         '  EXPECTED - '.
045100     05  DLR237-PL-EXPECT         PIC Z9.
045200     05  FILLER                   PIC X(02)  VALUE SPACES.
045300     05  DLR237-PL-FLAG           PIC X(14).
045400 01  DLR237-ERROR-LINE.
045500     05  FILLER                   PIC X(16)  VALUE
045600         'CONTROL ERROR - '.
045700     05  DLR237-E-TEXT            PIC X(40).
045800     05  FILLER                   PIC X(13)  VALUE
045900         ' PARTITION - '.
046000     05  DLR237-E-PART            PIC 9(01).
046100 01  DLR237-PROOF-LINE.
046200     05  FILLER                   PIC X(40)  VALUE
046300         'MERGE PROOF - PARTITIONS ADD BACK TO THE'.
046400     05  FILLER                   PIC X(20)  VALUE
046500         ' UNPARTITIONED INPUT'.
046600     05  FILLER                   PIC X(03)  VALUE ' - '.
046700     05  DLR237-PR-STATUS         PIC X(14).
046800 01  DLR237-BANNER-LINE.
046900     05  FILLER                   PIC X(14)  VALUE
047000         '*** PARTITION '.
047100     05  DLR237-B-PART            PIC Z9.
047200     05  FILLER                   PIC X(04)  VALUE ' OF '.
047300     05  DLR237-B-COUNT           PIC 9(01).
047400     05  FILLER                   PIC X(04)  VALUE ' ***'.
047500 01  DLR237-PTVER-GRAND.
047600     05  FILLER                   PIC X(28)  VALUE
047700         'GRAND TOTAL DISAGREEMENTS - '.
047800     05  DLR237-G-DISAGREE        PIC ZZZZZZZZ9.
047900     05  FILLER                   PIC X(04)  VALUE SPACES.
048000     05  FILLER                   PIC X(10)  VALUE 'NO RULE - '.
048100     05  DLR237-G-NO-RULE         PIC ZZZZZZZZ9.
048200     05  FILLER                   PIC X(20)  VALUE
048300         '  ALL PARTITIONS'.
048400 01  DLR237-VELOC-GRAND.
048500     05  FILLER                   PIC X(32)  VALUE
048600         'GRAND TOTAL CUSTOMERS FLAGGED - '.
048700     05  DLR237-G-FLAGGED         PIC ZZZZZZZZ9.
048800     05  FILLER                   PIC X(20)  VALUE
048900         '  ALL PARTITIONS'.
049000 PROCEDURE DIVISION.
049100 0000-MAINLINE.
049200     PERFORM 1000-INITIALIZE.
049300     IF  DLR237-CTL-OK
049400         IF  DLR237-CARD-MODE
049500             PERFORM 2000-MERGE-BALANCES
049600             PERFORM 2500-MERGE-TIERS
049700         END-IF
049800         PERFORM 3000-MERGE-PTVER
049900         PERFORM 3500-MERGE-VELOC
050000         PERFORM 4000-COPY-VELOC-FLAGS
050100         PERFORM 4500-COPY-TIER-CHANGES
050200         PERFORM 5000-PRINT-PROOF
050300     END-IF.
050400     PERFORM 9000-TERMINATE.
050500     STOP RUN.
050600
050700******************************************************************
050800*   LOAD AND CHECK THE PARTITION CONTROL FILE                    *
050900******************************************************************
051000 1000-INITIALIZE.
051100     ACCEPT DLR237-RUN-DATE FROM DATE YYYYMMDD.
051200     OPEN OUTPUT MERGE-REPORT.
051300     MOVE DLR237-RUN-DATE TO DLR237-H1-RUN-DATE.
051400     WRITE MERGE-LINE FROM DLR237-HEADING-1.
051500     MOVE SPACES TO MERGE-LINE.
051600     WRITE MERGE-LINE.
051700     PERFORM 1050-CLEAR-PARTITION
051800         VARYING DLR237-PX FROM 1 BY 1
051900         UNTIL DLR237-PX > DLR237-MAX-PARTS.
052000     OPEN INPUT CONTROL-FILE.
052100     PERFORM 1110-READ-CONTROL.
052200     PERFORM 1120-TAKE-CONTROL-ROW
052300         UNTIL DLR237-CTL-EOF.
052400     CLOSE CONTROL-FILE.
052500     PERFORM 1200-VALIDATE-CONTROL.
052600     IF  NOT DLR237-CTL-OK
052700         DISPLAY 'DLR237 PARTITION CONTROL INVALID - NO MERGE'
052800         MOVE 8 TO DLR237-SEVERITY
052900     END-IF.
053000 1000-EXIT.
053100     EXIT.
053200
053300 1050-CLEAR-PARTITION.
053400     MOVE 'N'  TO DLR237-P-SEEN-SW (DLR237-PX).
053500     MOVE ZERO TO DLR237-P-LOW (DLR237-PX)
053600                  DLR237-P-HIGH (DLR237-PX)
053700                  DLR237-P-DTAR-RECS (DLR237-PX)
053800                  DLR237-P-DTAR-AMOUNT (DLR237-PX)
053900                  DLR237-P-PTSBAL-UNLD (DLR237-PX)
054000                  DLR237-P-PTSBAL-BACK (DLR237-PX)
054100                  DLR237-P-PTSBAL-OUT (DLR237-PX)
054200                  DLR237-P-TIERM-UNLD (DLR237-PX)
054300                  DLR237-P-TIERM-BACK (DLR237-PX)
054400                  DLR237-P-TIERM-OUT (DLR237-PX).
054500 1050-EXIT.
054600     EXIT.
054700
054800 1110-READ-CONTROL.
054900     READ CONTROL-FILE
055000         AT END
055100             MOVE 'Y' TO DLR237-CTL-EOF-SW
055200     END-READ.
055300 1110-EXIT.
055400     EXIT.
055500
055600 1120-TAKE-CONTROL-ROW.
055700     MOVE ZERO TO DLR237-ERR-PART.
055800     EVALUATE TRUE
055900         WHEN DLPARTCT-HEADER
056000             IF  DLR237-HEADER-SEEN
056100                 MOVE 'DUPLICATE HEADER ROW' TO DLR237-ERR-TEXT
056200                 PERFORM 1900-CONTROL-ERROR
056300             ELSE
056400                 MOVE 'Y' TO DLR237-HEADER-SW
056500                 MOVE DLPARTCT-MODE     TO DLR237-MODE
056600                 MOVE DLPARTCT-PART-COUNT
056700                                        TO DLR237-PART-COUNT
056800                 MOVE DLPARTCT-DTAR-RECS
056900                                        TO DLR237-H-DTAR-RECS
057000                 MOVE DLPARTCT-DTAR-AMOUNT
057100                                        TO DLR237-H-DTAR-AMOUNT
057200                 MOVE DLPARTCT-PTSBAL-ROWS
057300                                        TO DLR237-H-PTSBAL-ROWS
057400                 MOVE DLPARTCT-TIERM-ROWS
057500                                        TO DLR237-H-TIERM-ROWS
057600                 MOVE DLPARTCT-RUN-DATE TO DLR237-SPLIT-DATE
057700             END-IF
057800         WHEN DLPARTCT-PARTITION
057900             PERFORM 1130-TAKE-PARTITION-ROW
058000         WHEN OTHER
058100             MOVE 'UNKNOWN CONTROL ROW TYPE' TO DLR237-ERR-TEXT
058200             PERFORM 1900-CONTROL-ERROR
058300     END-EVALUATE.
058400     PERFORM 1110-READ-CONTROL.
058500 1120-EXIT.
058600     EXIT.
058700
058800 1130-TAKE-PARTITION-ROW.
058900     IF  DLPARTCT-PART-NO = ZERO
059000     OR  DLPARTCT-PART-NO > DLR237-MAX-PARTS
059100         MOVE 'PARTITION NUMBER INVALID' TO DLR237-ERR-TEXT
059200         PERFORM 1900-CONTROL-ERROR
059300     ELSE
059400         MOVE DLPARTCT-PART-NO TO DLR237-ERR-PART
059500         SET DLR237-PX TO DLPARTCT-PART-NO
059600         IF  DLR237-P-SEEN (DLR237-PX)
059700             MOVE 'DUPLICATE PARTITION ROW' TO DLR237-ERR-TEXT
059800             PERFORM 1900-CONTROL-ERROR
059900         ELSE
060000             MOVE 'Y' TO DLR237-P-SEEN-SW (DLR237-PX)
060100             MOVE DLPARTCT-RANGE-LOW
060200                              TO DLR237-P-LOW (DLR237-PX)
060300             MOVE DLPARTCT-RANGE-HIGH
060400                              TO DLR237-P-HIGH (DLR237-PX)
060500             MOVE DLPARTCT-DTAR-RECS
060600                              TO DLR237-P-DTAR-RECS (DLR237-PX)
060700             MOVE DLPARTCT-DTAR-AMOUNT
060800                              TO DLR237-P-DTAR-AMOUNT (DLR237-PX)
060900             MOVE DLPARTCT-PTSBAL-ROWS
061000                              TO DLR237-P-PTSBAL-UNLD (DLR237-PX)
061100             MOVE DLPARTCT-TIERM-ROWS
061200                              TO DLR237-P-TIERM-UNLD (DLR237-PX)
061300         END-IF
061400     END-IF.
061500 1130-EXIT.
061600     EXIT.
061700
061800 1200-VALIDATE-CONTROL.
061900     MOVE ZERO TO DLR237-ERR-PART.
062000     IF  NOT DLR237-HEADER-SEEN
062100         MOVE 'NO PARTITION HEADER ROW' TO DLR237-ERR-TEXT
062200         PERFORM 1900-CONTROL-ERROR
062300     ELSE
062400         IF  DLR237-PART-COUNT < 1
062500         OR  DLR237-PART-COUNT > DLR237-MAX-PARTS
062600             MOVE 'PARTITION COUNT MUST BE 1 TO 8'
062700                                  TO DLR237-ERR-TEXT
062800             PERFORM 1900-CONTROL-ERROR
062900         END-IF
063000         IF  NOT DLR237-CARD-MODE
063100         AND NOT DLR237-STORE-MODE
063200             MOVE 'MODE MUST BE C (CARD) OR S (STORE)'
063300                                  TO DLR237-ERR-TEXT
063400             PERFORM 1900-CONTROL-ERROR
063500         END-IF
063600     END-IF.
063700     IF  DLR237-CTL-OK
063800         IF  DLR237-CARD-MODE
063900             MOVE 'CARD RANGE'  TO DLR237-M-MODE
064000             MOVE DLR237-PART-COUNT TO DLR237-VELOC-EXPECT
064100         ELSE
064200             MOVE 'STORE RANGE' TO DLR237-M-MODE
064300             MOVE 1                 TO DLR237-VELOC-EXPECT
064400         END-IF
064500         MOVE DLR237-PART-COUNT  TO DLR237-M-COUNT
064600         MOVE DLR237-SPLIT-DATE  TO DLR237-M-SPLIT-DATE
064700         WRITE MERGE-LINE FROM DLR237-MODE-LINE
064800         PERFORM 1210-CHECK-PARTITION-ROW
064900             VARYING DLR237-PART-SUB FROM 1 BY 1
065000             UNTIL DLR237-PART-SUB > DLR237-MAX-PARTS
065100     END-IF.
065200 1200-EXIT.
065300     EXIT.
065400
065500 1210-CHECK-PARTITION-ROW.
065600     SET DLR237-PX TO DLR237-PART-SUB.
065700     MOVE DLR237-PART-SUB TO DLR237-ERR-PART.
065800     IF  DLR237-PART-SUB NOT > DLR237-PART-COUNT
065900     AND NOT DLR237-P-SEEN (DLR237-PX)
066000         MOVE 'NO CONTROL ROW FOR PARTITION' TO DLR237-ERR-TEXT
066100         PERFORM 1900-CONTROL-ERROR
066200     END-IF.
066300     IF  DLR237-PART-SUB > DLR237-PART-COUNT
066400     AND DLR237-P-SEEN (DLR237-PX)
066500         MOVE 'CONTROL ROW BEYOND THE PARTITION COUNT'
066600                                  TO DLR237-ERR-TEXT
066700         PERFORM 1900-CONTROL-ERROR
066800     END-IF.
066900 1210-EXIT.
067000     EXIT.
067100
067200 1900-CONTROL-ERROR.
067300     MOVE 'N' TO DLR237-CTL-OK-SW.
067400     MOVE DLR237-ERR-TEXT TO DLR237-E-TEXT.
067500     MOVE DLR237-ERR-PART TO DLR237-E-PART.
067600     WRITE MERGE-LINE FROM DLR237-ERROR-LINE.
067700     DISPLAY 'DLR237 CONTROL ERROR - ' DLR237-ERR-TEXT
067800             ' PARTITION ' DLR237-ERR-PART.
067900 1900-EXIT.
068000     EXIT.
068100
068200******************************************************************
068300*   CARD MODE - REBUILD DLPTSBAL FROM THE PARTITION SLICES       *
068400******************************************************************
068500 2000-MERGE-BALANCES.
068600     OPEN OUTPUT BALANCE-MASTER.
068700     PERFORM 2100-UNLOAD-BALANCE-SLICE
068800         VARYING DLR237-PART-SUB FROM 1 BY 1
068900         UNTIL DLR237-PART-SUB > DLR237-PART-COUNT.
069000     CLOSE BALANCE-MASTER.
069100 2000-EXIT.
069200     EXIT.
069300
069400 2100-UNLOAD-BALANCE-SLICE.
069500     SET DLR237-PX TO DLR237-PART-SUB.
069600     EVALUATE DLR237-PART-SUB
069700         WHEN 1  OPEN INPUT PTSBP1-FILE
069800         WHEN 2  OPEN INPUT PTSBP2-FILE
069900         WHEN 3  OPEN INPUT PTSBP3-FILE
070000         WHEN 4  OPEN INPUT PTSBP4-FILE
070100         WHEN 5  OPEN INPUT PTSBP5-FILE
070200         WHEN 6  OPEN INPUT PTSBP6-FILE
070300         WHEN 7  OPEN INPUT PTSBP7-FILE
070400         WHEN 8  OPEN INPUT PTSBP8-FILE
070500     END-EVALUATE.
070600     MOVE 'N' TO DLR237-SLICE-EOF-SW.
070700     PERFORM 2190-READ-BALANCE-SLICE.
070800     PERFORM 2200-TAKE-BALANCE-ROW
070900         UNTIL DLR237-SLICE-EOF.
071000     EVALUATE DLR237-PART-SUB
071100         WHEN 1  CLOSE PTSBP1-FILE
071200         WHEN 2  CLOSE PTSBP2-FILE
071300         WHEN 3  CLOSE PTSBP3-FILE
071400         WHEN 4  CLOSE PTSBP4-FILE
071500         WHEN 5  CLOSE PTSBP5-FILE
071600         WHEN 6  CLOSE PTSBP6-FILE
071700         WHEN 7  CLOSE PTSBP7-FILE
071800         WHEN 8  CLOSE PTSBP8-FILE
071900     END-EVALUATE.
072000 2100-EXIT.
072100     EXIT.
072200
072300 2190-READ-BALANCE-SLICE.
072400     EVALUATE DLR237-PART-SUB
072500         WHEN 1
072600             READ PTSBP1-FILE INTO DLPTSBAL-RECORD
072700                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
072800             END-READ
072900         WHEN 2
073000             READ PTSBP2-FILE INTO DLPTSBAL-RECORD
073100                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
073200             END-READ
073300         WHEN 3
073400             READ PTSBP3-FILE INTO DLPTSBAL-RECORD
073500                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
073600             END-READ
073700         WHEN 4
073800             READ PTSBP4-FILE INTO DLPTSBAL-RECORD
073900                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
074000             END-READ
074100         WHEN 5
074200             READ PTSBP5-FILE INTO DLPTSBAL-RECORD
074300                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
074400             END-READ
074500         WHEN 6
074600             READ PTSBP6-FILE INTO DLPTSBAL-RECORD
074700                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
074800             END-READ
074900         WHEN 7
075000             READ PTSBP7-FILE INTO DLPTSBAL-RECORD
075100                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
075200             END-READ
075300         WHEN 8
075400             READ PTSBP8-FILE INTO DLPTSBAL-RECORD
075500                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
075600             END-READ
075700     END-EVALUATE.
075800 2190-EXIT.
075900     EXIT.
076000
076100 2200-TAKE-BALANCE-ROW.
076200     ADD 1 TO DLR237-P-PTSBAL-BACK (DLR237-PX).
076300     IF  DLPTSBAL-CUST-NO < DLR237-P-LOW (DLR237-PX)
076400     OR  DLPTSBAL-CUST-NO > DLR237-P-HIGH (DLR237-PX)
076500         ADD 1 TO DLR237-P-PTSBAL-OUT (DLR237-PX)
076600     END-IF.
076700     WRITE DLPTSBAL-RECORD
076800         INVALID KEY
076900             ADD 1 TO DLR237-MAST-REJECTED
077000         NOT INVALID KEY
077100             ADD 1 TO DLR237-MAST-WRITTEN
077200     END-WRITE.
077300     PERFORM 2190-READ-BALANCE-SLICE.
077400 2200-EXIT.
077500     EXIT.
077600
077700******************************************************************
077800*   CARD MODE - REBUILD DLTIERM FROM THE PARTITION SLICES        *
077900******************************************************************
078000 2500-MERGE-TIERS.
078100     OPEN OUTPUT TIER-MASTER.
078200     PERFORM 2600-UNLOAD-TIER-SLICE
078300         VARYING DLR237-PART-SUB FROM 1 BY 1
078400         UNTIL DLR237-PART-SUB > DLR237-PART-COUNT.
078500     CLOSE TIER-MASTER.
078600 2500-EXIT.
078700     EXIT.
078800
078900 2600-UNLOAD-TIER-SLICE.
079000     SET DLR237-PX TO DLR237-PART-SUB.
079100     EVALUATE DLR237-PART-SUB
079200         WHEN 1  OPEN INPUT TIERP1-FILE
079300         WHEN 2  OPEN INPUT TIERP2-FILE
079400         WHEN 3  OPEN INPUT TIERP3-FILE
079500         WHEN 4  OPEN INPUT TIERP4-FILE
079600         WHEN 5  OPEN INPUT TIERP5-FILE
079700         WHEN 6  OPEN INPUT TIERP6-FILE
079800         WHEN 7  OPEN INPUT TIERP7-FILE
079900         WHEN 8  OPEN INPUT TIERP8-FILE
080000     END-EVALUATE.
080100     MOVE 'N' TO DLR237-SLICE-EOF-SW.
080200     PERFORM 2690-READ-TIER-SLICE.
080300     PERFORM 2700-TAKE-TIER-ROW
080400         UNTIL DLR237-SLICE-EOF.
080500     EVALUATE DLR237-PART-SUB
080600         WHEN 1  CLOSE TIERP1-FILE
080700         WHEN 2  CLOSE TIERP2-FILE
080800         WHEN 3  CLOSE TIERP3-FILE
080900         WHEN 4  CLOSE TIERP4-FILE
081000         WHEN 5  CLOSE TIERP5-FILE
081100         WHEN 6  CLOSE TIERP6-FILE
081200         WHEN 7  CLOSE TIERP7-FILE
081300         WHEN 8  CLOSE TIERP8-FILE
081400     END-EVALUATE.
081500 2600-EXIT.
081600     EXIT.
081700
081800 2690-READ-TIER-SLICE.
081900     EVALUATE DLR237-PART-SUB
082000         WHEN 1
082100             READ TIERP1-FILE INTO DLTIERM-RECORD
082200                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
082300             END-READ
082400         WHEN 2
082500             READ TIERP2-FILE INTO DLTIERM-RECORD
082600                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
082700             END-READ
082800         WHEN 3
082900             READ TIERP3-FILE INTO DLTIERM-RECORD
083000                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
083100             END-READ
083200         WHEN 4
083300             READ TIERP4-FILE INTO DLTIERM-RECORD
083400                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
083500             END-READ
083600         WHEN 5
083700             READ TIERP5-FILE INTO DLTIERM-RECORD
083800                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
083900             END-READ
084000         WHEN 6
084100             READ TIERP6-FILE INTO DLTIERM-RECORD
084200                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
084300             END-READ
084400         WHEN 7
084500             READ TIERP7-FILE INTO DLTIERM-RECORD
084600                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
084700             END-READ
084800         WHEN 8
084900             READ TIERP8-FILE INTO DLTIERM-RECORD
085000                 AT END MOVE 'Y' TO DLR237-SLICE-EOF-SW
085100             END-READ
085200     END-EVALUATE.
085300 2690-EXIT.
085400     EXIT.
085500
085600 2700-TAKE-TIER-ROW.
085700     ADD 1 TO DLR237-P-TIERM-BACK (DLR237-PX).
085800     IF  DLTIERM-CUST-NO < DLR237-P-LOW (DLR237-PX)
085900     OR  DLTIERM-CUST-NO > DLR237-P-HIGH (DLR237-PX)
086000         ADD 1 TO DLR237-P-TIERM-OUT (DLR237-PX)
086100     END-IF.
086200     WRITE DLTIERM-RECORD
086300         INVALID KEY
086400             ADD 1 TO DLR237-MAST-REJECTED
086500         NOT INVALID KEY
086600             ADD 1 TO DLR237-MAST-WRITTEN
086700     END-WRITE.
086800     PERFORM 2690-READ-TIER-SLICE.
086900 2700-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300*   DLR114 EARN-RATE VERIFICATION - ONE REPORT PER PARTITION,    *
087400*   EACH STARTING WITH ITS OWN HEADING                           *
087500******************************************************************
087600 3000-MERGE-PTVER.
087700     OPEN INPUT  PTVER-IN.
087800     OPEN OUTPUT PTVER-OUT.
087900     MOVE DLR237-PART-COUNT TO DLR237-B-COUNT.
088000     MOVE 'N' TO DLR237-IN-EOF-SW.
088100     PERFORM 3090-READ-PTVER.
088200     PERFORM 3100-TAKE-PTVER-LINE
088300         UNTIL DLR237-IN-EOF.
088400     MOVE DLR237-PTVER-DISAGREE TO DLR237-G-DISAGREE.
088500     MOVE DLR237-PTVER-NO-RULE  TO DLR237-G-NO-RULE.
088600     MOVE SPACES TO PTVER-OUT-LINE.
088700     WRITE PTVER-OUT-LINE.
088800     WRITE PTVER-OUT-LINE FROM DLR237-PTVER-GRAND.
088900     CLOSE PTVER-IN
089000           PTVER-OUT.
089100 3000-EXIT.
089200     EXIT.
089300
089400 3090-READ-PTVER.
089500     READ PTVER-IN
089600         AT END
089700             MOVE 'Y' TO DLR237-IN-EOF-SW
089800     END-READ.
089900 3090-EXIT.
090000     EXIT.
090100
090200 3100-TAKE-PTVER-LINE.
090300     IF  PTI-H-PROGRAM = 'DLR114 - '
090400         ADD 1 TO DLR237-PTVER-PARTS
090500         MOVE DLR237-PTVER-PARTS TO DLR237-B-PART
090600         IF  DLR237-PTVER-PARTS > 1
090700             MOVE SPACES TO PTVER-OUT-LINE
090800             WRITE PTVER-OUT-LINE
090900         END-IF
091000         WRITE PTVER-OUT-LINE FROM DLR237-BANNER-LINE
091100     END-IF.
091200     IF  PTI-T-LABEL = 'TOTAL DISAGREEMENTS - '
091300         MOVE PTI-T-DISAGREE TO DLR237-EDIT-X
091400         INSPECT DLR237-EDIT-X REPLACING LEADING SPACE BY ZERO
091500         IF  DLR237-EDIT-9 IS NUMERIC
091600             ADD DLR237-EDIT-9 TO DLR237-PTVER-DISAGREE
091700         END-IF
091800         MOVE PTI-T-NO-RULE TO DLR237-EDIT-X
091900         INSPECT DLR237-EDIT-X REPLACING LEADING SPACE BY ZERO
092000         IF  DLR237-EDIT-9 IS NUMERIC
092100             ADD DLR237-EDIT-9 TO DLR237-PTVER-NO-RULE
092200         END-IF
092300     END-IF.
092400     WRITE PTVER-OUT-LINE FROM PTVER-IN-LINE.
092500     PERFORM 3090-READ-PTVER.
092600 3100-EXIT.
092700     EXIT.
092800
092900******************************************************************
093000*   DLR012 VELOCITY FLAGS - DETAIL LINES START WITH THE CARD     *
093100******************************************************************
093200 3500-MERGE-VELOC.
093300     OPEN INPUT  VELOC-IN.
093400     OPEN OUTPUT VELOC-OUT.
093500     MOVE DLR237-VELOC-EXPECT TO DLR237-B-COUNT.
093600     MOVE 'N' TO DLR237-IN-EOF-SW.
093700     PERFORM 3590-READ-VELOC.
093800     PERFORM 3600-TAKE-VELOC-LINE
093900         UNTIL DLR237-IN-EOF.
094000     MOVE DLR237-VELOC-FLAGGED TO DLR237-G-FLAGGED.
094100     MOVE SPACES TO VELOC-OUT-LINE.
094200     WRITE VELOC-OUT-LINE.
094300     WRITE VELOC-OUT-LINE FROM DLR237-VELOC-GRAND.
094400     CLOSE VELOC-IN
094500           VELOC-OUT.
094600 3500-EXIT.
094700     EXIT.
094800
094900 3590-READ-VELOC.
095000     READ VELOC-IN
095100         AT END
095200             MOVE 'Y' TO DLR237-IN-EOF-SW
095300     END-READ.
095400 3590-EXIT.
095500     EXIT.
095600
095700 3600-TAKE-VELOC-LINE.
095800     IF  VLI-H-PROGRAM = 'DLR012 - '
095900         ADD 1 TO DLR237-VELOC-PARTS
096000         MOVE DLR237-VELOC-PARTS TO DLR237-B-PART
096100         IF  DLR237-VELOC-PARTS > 1
096200             MOVE SPACES TO VELOC-OUT-LINE
096300             WRITE VELOC-OUT-LINE
096400         END-IF
096500         WRITE VELOC-OUT-LINE FROM DLR237-BANNER-LINE
096600     END-IF.
096700     IF  VLI-CUST-NO IS NUMERIC
096800         ADD 1 TO DLR237-VELOC-FLAGGED
096900     END-IF.
097000     WRITE VELOC-OUT-LINE FROM VELOC-IN-LINE.
097100     PERFORM 3590-READ-VELOC.
097200 3600-EXIT.
097300     EXIT.
097400
097500******************************************************************
097600*   VELOCITY FLAG AND TIER CHANGE FILES ARE COPIED AND COUNTED   *
097700******************************************************************
097800 4000-COPY-VELOC-FLAGS.
097900     OPEN INPUT  VFLAG-IN.
098000     OPEN OUTPUT VFLAG-OUT.
098100     MOVE 'N' TO DLR237-IN-EOF-SW.
098200     PERFORM 4090-READ-VFLAG.
098300     PERFORM 4100-COPY-VFLAG
098400         UNTIL DLR237-IN-EOF.
098500     CLOSE VFLAG-IN
098600           VFLAG-OUT.
098700 4000-EXIT.
098800     EXIT.
098900
099000 4090-READ-VFLAG.
099100     READ VFLAG-IN
099200         AT END
099300             MOVE 'Y' TO DLR237-IN-EOF-SW
099400     END-READ.
099500 4090-EXIT.
099600     EXIT.
099700
099800 4100-COPY-VFLAG.
099900     ADD 1 TO DLR237-VFLAG-RECS.
100000     WRITE VFLAG-OUT-REC FROM VFLAG-IN-REC.
100100     PERFORM 4090-READ-VFLAG.
100200 4100-EXIT.
100300     EXIT.
100400
100500 4500-COPY-TIER-CHANGES.
100600     OPEN INPUT  TCHG-IN.
100700     OPEN OUTPUT TCHG-OUT.
100800     MOVE 'N' TO DLR237-IN-EOF-SW.
100900     PERFORM 4590-READ-TCHG.
101000     PERFORM 4600-COPY-TCHG
101100         UNTIL DLR237-IN-EOF.
101200     CLOSE TCHG-IN
101300           TCHG-OUT.
101400 4500-EXIT.
101500     EXIT.
101600
101700 4590-READ-TCHG.
101800     READ TCHG-IN
101900         AT END
102000             MOVE 'Y' TO DLR237-IN-EOF-SW
102100     END-READ.
102200 4590-EXIT.
102300     EXIT.
102400
102500 4600-COPY-TCHG.
102600     ADD 1 TO DLR237-TCHG-RECS.
102700     WRITE TCHG-OUT-REC FROM TCHG-IN-REC.
102800     PERFORM 4590-READ-TCHG.
102900 4600-EXIT.
103000     EXIT.
103100
103200******************************************************************
103300*   CONTROL REPORT                                               *
103400******************************************************************
103500 5000-PRINT-PROOF.
103600     PERFORM 5100-PRINT-DTAR-PROOF.
103700     IF  DLR237-CARD-MODE
103800         MOVE 'DLPTSBAL POINTS BALANCE MASTER' TO DLR237-S-TEXT
103900         PERFORM 5200-PRINT-MASTER-HEAD
104000         PERFORM 5210-PRINT-BALANCE-PART
104100             VARYING DLR237-PX FROM 1 BY 1
104200             UNTIL DLR237-PX > DLR237-PART-COUNT
104300         MOVE DLR237-H-PTSBAL-ROWS TO DLR237-INPUT-ROWS
104400         PERFORM 5300-PRINT-MASTER-FOOT
104500         MOVE 'DLTIERM LOYALTY TIER MASTER' TO DLR237-S-TEXT
104600         PERFORM 5200-PRINT-MASTER-HEAD
104700         PERFORM 5220-PRINT-TIER-PART
104800             VARYING DLR237-PX FROM 1 BY 1
104900             UNTIL DLR237-PX > DLR237-PART-COUNT
105000         MOVE DLR237-H-TIERM-ROWS TO DLR237-INPUT-ROWS
105100         PERFORM 5300-PRINT-MASTER-FOOT
105200         MOVE 'MASTER ROWS WRITTEN TO THE NEW GENERATIONS'
105300                                  TO DLR237-C-TEXT
105400         MOVE DLR237-MAST-WRITTEN TO DLR237-C-COUNT
105500         MOVE SPACES              TO DLR237-C-FLAG
105600         WRITE MERGE-LINE FROM DLR237-COUNT-LINE
105700         IF  DLR237-MAST-REJECTED NOT = ZERO
105800             MOVE 'MASTER ROWS REJECTED BY THE NEW GENERATION'
105900                                  TO DLR237-C-TEXT
106000             MOVE DLR237-MAST-REJECTED TO DLR237-C-COUNT
106100             MOVE '*FAILED*'      TO DLR237-C-FLAG
106200             WRITE MERGE-LINE FROM DLR237-COUNT-LINE
106300             PERFORM 5900-SET-FAILED
106400         END-IF
106500     ELSE
106600         MOVE SPACES TO MERGE-LINE
106700         WRITE MERGE-LINE
106800         MOVE 'STORE MODE - DLPTSBAL AND DLTIERM NOT PARTITIONED'
106900                                  TO MERGE-LINE
107000         WRITE MERGE-LINE
107100     END-IF.
107200     PERFORM 5400-PRINT-REPORT-PROOF.
107300     MOVE SPACES TO MERGE-LINE.
107400     WRITE MERGE-LINE.
107500     EVALUATE DLR237-SEVERITY
107600         WHEN ZERO  MOVE 'BALANCED'      TO DLR237-PR-STATUS
107700         WHEN 4     MOVE 'ROWS RETURNED' TO DLR237-PR-STATUS
107800         WHEN OTHER MOVE 'OUT OF BALANCE' TO DLR237-PR-STATUS
107900     END-EVALUATE.
108000     WRITE MERGE-LINE FROM DLR237-PROOF-LINE.
108100     DISPLAY 'DLR237 PARTITION MERGE   = ' DLR237-PR-STATUS.
108200 5000-EXIT.
108300     EXIT.
108400
108500 5100-PRINT-DTAR-PROOF.
108600     MOVE SPACES TO MERGE-LINE.
108700     WRITE MERGE-LINE.
108800     MOVE 'DTAR107 SLICES' TO DLR237-S-TEXT.
108900     WRITE MERGE-LINE FROM DLR237-SECTION-LINE.
109000     WRITE MERGE-LINE FROM DLR237-DTAR-HEADING.
109100     PERFORM 5110-PRINT-DTAR-PART
109200         VARYING DLR237-PX FROM 1 BY 1
109300         UNTIL DLR237-PX > DLR237-PART-COUNT.
109400     MOVE SPACES                 TO DLR237-D-LOW
109500                                    DLR237-D-HIGH.
109600     MOVE 'SUM'                  TO DLR237-D-LABEL.
109700     MOVE DLR237-SUM-DTAR-RECS   TO DLR237-D-RECS.
109800     MOVE DLR237-SUM-DTAR-AMOUNT TO DLR237-D-AMOUNT.
109900     WRITE MERGE-LINE FROM DLR237-DTAR-LINE.
110000     MOVE 'INPUT'                TO DLR237-D-LABEL.
110100     MOVE DLR237-H-DTAR-RECS     TO DLR237-D-RECS.
110200     MOVE DLR237-H-DTAR-AMOUNT   TO DLR237-D-AMOUNT.
110300     WRITE MERGE-LINE FROM DLR237-DTAR-LINE.
110400     SUBTRACT DLR237-H-DTAR-RECS   FROM DLR237-SUM-DTAR-RECS.
110500     SUBTRACT DLR237-H-DTAR-AMOUNT FROM DLR237-SUM-DTAR-AMOUNT.
110600     MOVE 'DIFF'                 TO DLR237-D-LABEL.
110700     MOVE DLR237-SUM-DTAR-RECS   TO DLR237-D-RECS.
110800     MOVE DLR237-SUM-DTAR-AMOUNT TO DLR237-D-AMOUNT.
110900     WRITE MERGE-LINE FROM DLR237-DTAR-LINE.
111000     IF  DLR237-SUM-DTAR-RECS   NOT = ZERO
111100     OR  DLR237-SUM-DTAR-AMOUNT NOT = ZERO
111200         PERFORM 5900-SET-FAILED
111300     END-IF.
111400 5100-EXIT.
111500     EXIT.
111600
111700 5110-PRINT-DTAR-PART.
111800     PERFORM 5800-PART-LABEL.
111900     MOVE DLR237-M-LABEL                 TO DLR237-D-LABEL.
112000     MOVE DLR237-P-LOW (DLR237-PX)       TO DLR237-D-LOW.
112100     MOVE DLR237-P-HIGH (DLR237-PX)      TO DLR237-D-HIGH.
112200     MOVE DLR237-P-DTAR-RECS (DLR237-PX) TO DLR237-D-RECS.
112300     MOVE DLR237-P-DTAR-AMOUNT (DLR237-PX)
112400                                         TO DLR237-D-AMOUNT.
112500     WRITE MERGE-LINE FROM DLR237-DTAR-LINE.
112600     ADD DLR237-P-DTAR-RECS (DLR237-PX)
112700                                   TO DLR237-SUM-DTAR-RECS.
112800     ADD DLR237-P-DTAR-AMOUNT (DLR237-PX)
112900                                   TO DLR237-SUM-DTAR-AMOUNT.
113000 5110-EXIT.
113100     EXIT.
113200
113300 5200-PRINT-MASTER-HEAD.
113400     MOVE ZERO TO DLR237-SUM-UNLOADED
113500                  DLR237-SUM-RETURNED
113600                  DLR237-SUM-OUT-RANGE.
113700     MOVE SPACES TO MERGE-LINE.
113800     WRITE MERGE-LINE.
113900     WRITE MERGE-LINE FROM DLR237-SECTION-LINE.
114000     WRITE MERGE-LINE FROM DLR237-MAST-HEADING.
114100 5200-EXIT.
114200     EXIT.
114300
114400 5210-PRINT-BALANCE-PART.
114500     PERFORM 5800-PART-LABEL.
114600     MOVE DLR237-P-PTSBAL-UNLD (DLR237-PX) TO DLR237-M-UNLOADED.
114700     MOVE DLR237-P-PTSBAL-BACK (DLR237-PX) TO DLR237-M-RETURNED.
114800     MOVE DLR237-P-PTSBAL-OUT (DLR237-PX)  TO DLR237-OUT-RANGE.
114900     COMPUTE DLR237-ADDED = DLR237-P-PTSBAL-BACK (DLR237-PX)
115000                          - DLR237-P-PTSBAL-UNLD (DLR237-PX).
115100     PERFORM 5250-PRINT-MASTER-PART.
115200     ADD DLR237-P-PTSBAL-UNLD (DLR237-PX) TO DLR237-SUM-UNLOADED.
115300     ADD DLR237-P-PTSBAL-BACK (DLR237-PX) TO DLR237-SUM-RETURNED.
115400     ADD DLR237-P-PTSBAL-OUT (DLR237-PX)  TO DLR237-SUM-OUT-RANGE.
115500 5210-EXIT.
115600     EXIT.
115700
115800 5220-PRINT-TIER-PART.
115900     PERFORM 5800-PART-LABEL.
116000     MOVE DLR237-P-TIERM-UNLD (DLR237-PX)  TO DLR237-M-UNLOADED.
116100     MOVE DLR237-P-TIERM-BACK (DLR237-PX)  TO DLR237-M-RETURNED.
116200     MOVE DLR237-P-TIERM-OUT (DLR237-PX)   TO DLR237-OUT-RANGE.
116300     COMPUTE DLR237-ADDED = DLR237-P-TIERM-BACK (DLR237-PX)
116400                          - DLR237-P-TIERM-UNLD (DLR237-PX).
116500     PERFORM 5250-PRINT-MASTER-PART.
116600     ADD DLR237-P-TIERM-UNLD (DLR237-PX)  TO DLR237-SUM-UNLOADED.
116700     ADD DLR237-P-TIERM-BACK (DLR237-PX)  TO DLR237-SUM-RETURNED.
116800     ADD DLR237-P-TIERM-OUT (DLR237-PX)   TO DLR237-SUM-OUT-RANGE.
116900 5220-EXIT.
117000     EXIT.
117100
117200 5250-PRINT-MASTER-PART.
117300     MOVE DLR237-P-LOW (DLR237-PX)  TO DLR237-M-LOW.
117400     MOVE DLR237-P-HIGH (DLR237-PX) TO DLR237-M-HIGH.
117500     MOVE DLR237-ADDED              TO DLR237-M-ADDED.
117600     MOVE DLR237-OUT-RANGE          TO DLR237-M-OUT-RANGE.
117700     MOVE SPACES                    TO DLR237-M-FLAG.
117800     IF  DLR237-ADDED < ZERO
117900         MOVE '*ROWS LOST*'         TO DLR237-M-FLAG
118000         IF  DLR237-SEVERITY < 4
118100             MOVE 4 TO DLR237-SEVERITY
118200         END-IF
118300     END-IF.
118400     IF  DLR237-OUT-RANGE NOT = ZERO
118500         MOVE '*OUT OF RANGE*'      TO DLR237-M-FLAG
118600         PERFORM 5900-SET-FAILED
118700     END-IF.
118800     WRITE MERGE-LINE FROM DLR237-MAST-LINE.
118900 5250-EXIT.
119000     EXIT.
119100
119200*    THE UNPARTITIONED ROW COUNT ARRIVES IN DLR237-INPUT-ROWS
119300 5300-PRINT-MASTER-FOOT.
119400     MOVE 'SUM'                  TO DLR237-M-LABEL.
119500     MOVE SPACES                 TO DLR237-M-LOW
119600                                    DLR237-M-HIGH
119700                                    DLR237-M-FLAG.
119800     MOVE DLR237-SUM-UNLOADED    TO DLR237-M-UNLOADED.
119900     MOVE DLR237-SUM-RETURNED    TO DLR237-M-RETURNED.
120000     COMPUTE DLR237-ADDED = DLR237-SUM-RETURNED
120100                          - DLR237-SUM-UNLOADED.
120200     MOVE DLR237-ADDED           TO DLR237-M-ADDED.
120300     MOVE DLR237-SUM-OUT-RANGE   TO DLR237-M-OUT-RANGE.
120400     WRITE MERGE-LINE FROM DLR237-MAST-LINE.
120500     MOVE 'INPUT'                TO DLR237-M-LABEL.
120600     MOVE DLR237-INPUT-ROWS      TO DLR237-M-UNLOADED.
120700     MOVE ZERO                   TO DLR237-M-RETURNED
120800                                    DLR237-M-ADDED
120900                                    DLR237-M-OUT-RANGE.
121000     IF  DLR237-INPUT-ROWS NOT = DLR237-SUM-UNLOADED
121100         MOVE '*UNBALANCED*'     TO DLR237-M-FLAG
121200         PERFORM 5900-SET-FAILED
121300     END-IF.
121400     WRITE MERGE-LINE FROM DLR237-MAST-LINE.
121500 5300-EXIT.
121600     EXIT.
121700
121800 5400-PRINT-REPORT-PROOF.
121900     MOVE SPACES TO MERGE-LINE.
122000     WRITE MERGE-LINE.
122100     MOVE 'PARTITION REPORTS AND FILES' TO DLR237-S-TEXT.
122200     WRITE MERGE-LINE FROM DLR237-SECTION-LINE.
122300     MOVE 'PTVERRPT'          TO DLR237-PL-NAME.
122400     MOVE DLR237-PTVER-PARTS  TO DLR237-PL-FOUND.
122500     MOVE DLR237-PART-COUNT   TO DLR237-PL-EXPECT.
122600     MOVE SPACES              TO DLR237-PL-FLAG.
122700     IF  DLR237-PTVER-PARTS NOT = DLR237-PART-COUNT
122800         MOVE '*MISSING*'     TO DLR237-PL-FLAG
122900         PERFORM 5900-SET-FAILED
123000     END-IF.
123100     WRITE MERGE-LINE FROM DLR237-PARTS-LINE.
123200     MOVE 'VELOCRPT'          TO DLR237-PL-NAME.
123300     MOVE DLR237-VELOC-PARTS  TO DLR237-PL-FOUND.
123400     MOVE DLR237-VELOC-EXPECT TO DLR237-PL-EXPECT.
123500     MOVE SPACES              TO DLR237-PL-FLAG.
123600     IF  DLR237-VELOC-PARTS NOT = DLR237-VELOC-EXPECT
123700         MOVE '*MISSING*'     TO DLR237-PL-FLAG
123800         PERFORM 5900-SET-FAILED
123900     END-IF.
124000     WRITE MERGE-LINE FROM DLR237-PARTS-LINE.
124100     MOVE SPACES TO DLR237-C-FLAG.
124200     MOVE 'GRAND TOTAL DISAGREEMENTS (DLR114)'
124300                                  TO DLR237-C-TEXT.
124400     MOVE DLR237-PTVER-DISAGREE   TO DLR237-C-COUNT.
124500     WRITE MERGE-LINE FROM DLR237-COUNT-LINE.
124600     MOVE 'GRAND TOTAL CUSTOMERS FLAGGED (DLR012)'
124700                                  TO DLR237-C-TEXT.
124800     MOVE DLR237-VELOC-FLAGGED    TO DLR237-C-COUNT.
124900     WRITE MERGE-LINE FROM DLR237-COUNT-LINE.
125000     MOVE 'VELOCFLG RECORDS'      TO DLR237-C-TEXT.
125100     MOVE DLR237-VFLAG-RECS       TO DLR237-C-COUNT.
125200     IF  DLR237-VFLAG-RECS NOT = DLR237-VELOC-FLAGGED
125300         MOVE '*DOES NOT AGREE WITH VELOCRPT*'
125400                                  TO DLR237-C-FLAG
125500         PERFORM 5900-SET-FAILED
125600     END-IF.
125700     WRITE MERGE-LINE FROM DLR237-COUNT-LINE.
125800     MOVE SPACES TO DLR237-C-FLAG.
125900     MOVE 'TIERCHG RECORDS'       TO DLR237-C-TEXT.
126000     MOVE DLR237-TCHG-RECS        TO DLR237-C-COUNT.
126100     WRITE MERGE-LINE FROM DLR237-COUNT-LINE.
126200 5400-EXIT.
126300     EXIT.
126400
126500 5800-PART-LABEL.
126600     SET DLR237-PART-SUB TO DLR237-PX.
126700     MOVE DLR237-PART-SUB TO DLR237-PART-DISP.
126800     MOVE SPACES TO DLR237-M-LABEL.
126900     STRING 'PART ' DLR237-PART-DISP
127000         DELIMITED BY SIZE INTO DLR237-M-LABEL
127100     END-STRING.
127200 5800-EXIT.
127300     EXIT.
127400
127500 5900-SET-FAILED.
127600     MOVE 8 TO DLR237-SEVERITY.
127700 5900-EXIT.
127800     EXIT.
127900
128000 9000-TERMINATE.
128100     CLOSE MERGE-REPORT.
128200     MOVE DLR237-SEVERITY TO RETURN-CODE.
128300 9000-EXIT.
128400     EXIT.
