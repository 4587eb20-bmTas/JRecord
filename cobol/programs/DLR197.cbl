000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR197.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR197 - DC DESPATCH TRAILER LOAD PLAN AND STORE DELIVERY    *
001000*            ADVICE                                              *
001100*                                                                *
001200*   COLLECTS THE DAY'S LOAD UNITS FROM THE STDR EXTRACT - EACH   *
001300*   RS STORE ALLOCATION OF DC STOCK (CARTONS FROM THE RD ITEMS   *
001400*   PER CARTON) AND EACH CROSS-DOCK SO ASN ORDER WITH ITS SC     *
001500*   CONTAINERS (ORDER LADING WEIGHT AND CARTON COUNT, SSCC PER   *
001600*   CONTAINER) - AND PUTS EACH ON THE DELIVERY RUN THAT SERVES   *
001700*   ITS STORE ON THE DLDLVRUN MASTER. UNITS ARE TAKEN IN RUN     *
001800*   AND DROP SEQUENCE ORDER AND FILL THE RUN'S TRAILERS ONE      *
001900*   AFTER ANOTHER UP TO THE WEIGHT AND CARTON CAPACITY HELD FOR  *
002000*   THE RUN. PRODUCES A LOAD MANIFEST PER TRAILER WITH ITS SSCC  *
002100*   LIST (DESPMAN), A DELIVERY ADVICE FILE THE STORES CHECK IN   *
002200*   AGAINST (DLVADVC) AND A CARRY-OVER REPORT (DESPCO) OF UNITS  *
002300*   THAT WILL NOT GO TODAY - STORE NOT ON A RUN, TOO BIG FOR A   *
002400*   TRAILER, OR THE RUN'S TRAILERS ARE FULL. ANY CARRY-OVER      *
002500*   ENDS THE RUN WITH RETURN CODE 4.                             *
002600*                                                                *
002700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002800*  ---|----------|------------------------------|------------    *
002900*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT STDR-FILE         ASSIGN TO STDR
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT RUN-MASTER        ASSIGN TO DLDLVRUN
004100                              ORGANIZATION IS INDEXED
004200                              ACCESS MODE IS DYNAMIC
004300                              RECORD KEY IS DLDLVRUN-KEY.
004400     SELECT DELIVERY-ADVICE   ASSIGN TO DLVADVC
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT MANIFEST-REPORT   ASSIGN TO DESPMAN
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT CARRY-REPORT      ASSIGN TO DESPCO
004900                              ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  STDR-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  STDR-DETAIL-RECORD.
005600     COPY STDR.
005700 FD  RUN-MASTER
005800     LABEL RECORDS ARE STANDARD.
005900 01  DLDLVRUN-RECORD.
006000     COPY DLDLVRUN.
006100 FD  DELIVERY-ADVICE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  DLDLVADV-RECORD.
006500     COPY DLDLVADV.
006600 FD  MANIFEST-REPORT
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  MANIFEST-LINE               PIC X(132).
007000 FD  CARRY-REPORT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  CARRY-LINE                  PIC X(132).
007400 WORKING-STORAGE SECTION.
007500 01  DLR197-SWITCHES.
007600     05  DLR197-EOF-SW            PIC X(01)  VALUE 'N'.
007700         88  DLR197-EOF                      VALUE 'Y'.
007800     05  DLR197-MAST-EOF-SW       PIC X(01)  VALUE 'N'.
007900         88  DLR197-MAST-EOF                 VALUE 'Y'.
008200     05  DLR197-FITS-SW           PIC X(01)  VALUE 'N'.
008300         88  DLR197-FITS                     VALUE 'Y'.
008400     05  DLR197-SWAPPED-SW        PIC X(01)  VALUE 'N'.
008500         88  DLR197-SWAPPED                  VALUE 'Y'.
008600 01  DLR197-RUN-DATE              PIC 9(08)  VALUE ZERO.
008700*    THE RD PRODUCT LINE PRECEDES ITS RS ALLOCATIONS AND GIVES
008800*    THE PACK SIZE THAT TURNS AN ALLOCATED QUANTITY INTO CARTONS.
008900 01  DLR197-CURR-RD.
009000     05  DLR197-RD-ITEMS-PER-CTN  PIC 9(06)  VALUE ZERO.
009100 01  DLR197-WORK-KEYCODE          PIC 9(08).
009200 01  DLR197-WORK-STORE            PIC 9(04).
009300 01  DLR197-WORK-CARTONS          PIC 9(09).
009400 01  DLR197-CURR-SO               PIC S9(04)  COMP  VALUE ZERO.
009500 01  DLR197-CONTROL.
009600     05  DLR197-RUN-COUNT         PIC S9(04)  COMP  VALUE ZERO.
009700     05  DLR197-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
009800     05  DLR197-UNIT-COUNT        PIC S9(04)  COMP  VALUE ZERO.
009900     05  DLR197-SSCC-COUNT        PIC S9(05)  COMP  VALUE ZERO.
010000     05  DLR197-SORT-TOP          PIC S9(04)  COMP  VALUE ZERO.
010100     05  DLR197-SUB               PIC S9(04)  COMP.
010200     05  DLR197-RUN-SUB           PIC S9(04)  COMP.
010300     05  DLR197-SSCC-SUB          PIC S9(05)  COMP.
010400     05  DLR197-SSCC-LAST         PIC S9(05)  COMP.
010500     05  DLR197-PREV-RUN-NO       PIC 9(04)   VALUE ZERO.
010600     05  DLR197-PREV-TRAILER      PIC 9(02)   VALUE ZERO.
010700 01  DLR197-RUN-TABLE.
010800     05  DLR197-RUN-ENTRY OCCURS 100 TIMES
010900                          INDEXED BY DLR197-RUN-IX.
011000         10  DLR197-R-RUN-ID      PIC X(04).
011100         10  DLR197-R-RUN-NAME    PIC X(20).
011200         10  DLR197-R-TRAILERS    PIC 9(02).
011300         10  DLR197-R-MAX-WEIGHT  PIC 9(07)V9(3).
011400         10  DLR197-R-MAX-CARTONS PIC 9(05).
011500         10  DLR197-R-CURR-TRAILER PIC 9(02).
011600         10  DLR197-R-CURR-WEIGHT PIC S9(09)V9(3) COMP-3.
011700         10  DLR197-R-CURR-CARTONS PIC S9(07)  COMP-3.
011800 01  DLR197-STORE-TABLE.
011900     05  DLR197-STORE-ENTRY OCCURS 2000 TIMES
012000                            INDEXED BY DLR197-STR-IX.
012100         10  DLR197-T-STORE-NO    PIC 9(04).
012200         10  DLR197-T-RUN-NO      PIC 9(04).
012300         10  DLR197-T-DROP-SEQ    PIC 9(03).
012400*    ONE ENTRY PER LOAD UNIT. THE SORT KEY PUTS A RUN'S UNITS
012500*    TOGETHER IN DROP ORDER; RUN NUMBER ZERO (STORE ON NO RUN)
012600*    SORTS FIRST AND IS ALWAYS CARRIED OVER.
012700 01  DLR197-UNIT-TABLE.
012800     05  DLR197-UNIT-ENTRY OCCURS 5000 TIMES.
012900         10  DLR197-U-SORT-KEY.
013000             15  DLR197-U-RUN-NO  PIC 9(04).
013100             15  DLR197-U-DROP-SEQ PIC 9(03).
013200             15  DLR197-U-STORE-NO PIC 9(04).
013300         10  DLR197-U-TYPE        PIC X(01).
013400             88  DLR197-U-CROSS-DOCK         VALUE 'X'.
013500             88  DLR197-U-DC-STOCK           VALUE 'A'.
013600         10  DLR197-U-ASN         PIC X(30).
013700         10  DLR197-U-ORDER-NO    PIC X(12).
013800         10  DLR197-U-RECEIPT-LOCN PIC 9(04).
013900         10  DLR197-U-RECEIPT-NO  PIC 9(09).
014000         10  DLR197-U-KEYCODE     PIC X(08).
014100         10  DLR197-U-UNITS       PIC 9(09).
014200         10  DLR197-U-CARTONS     PIC 9(07).
014300         10  DLR197-U-WEIGHT      PIC 9(08)V9(3).
014400         10  DLR197-U-SSCC-WEIGHT PIC 9(08)V9(3).
014500         10  DLR197-U-FIRST-SSCC  PIC 9(05).
014600         10  DLR197-U-SSCC-COUNT  PIC 9(05).
014700         10  DLR197-U-TRAILER-NO  PIC 9(02).
014800         10  DLR197-U-CARRY-REASON PIC X(22).
014900 01  DLR197-UNIT-HOLD             PIC X(147).
015000 01  DLR197-SSCC-TABLE.
015100     05  DLR197-SSCC-ENTRY OCCURS 10000 TIMES.
015200         10  DLR197-C-SSCC        PIC X(20).
015300         10  DLR197-C-CARTONS     PIC 9(07).
015400         10  DLR197-C-WEIGHT      PIC 9(08)V9(3).
015500 01  DLR197-COUNTERS.
015600     05  DLR197-STDR-READ         PIC 9(09)  VALUE ZERO.
015700     05  DLR197-UNITS-FOUND       PIC 9(07)  VALUE ZERO.
015800     05  DLR197-UNITS-LOADED      PIC 9(07)  VALUE ZERO.
015900     05  DLR197-UNITS-CARRIED     PIC 9(07)  VALUE ZERO.
016000     05  DLR197-UNITS-DROPPED     PIC 9(07)  VALUE ZERO.
016100     05  DLR197-SSCC-DROPPED      PIC 9(07)  VALUE ZERO.
016200     05  DLR197-TRAILERS-USED     PIC 9(07)  VALUE ZERO.
016300     05  DLR197-ADVICE-OUT        PIC 9(07)  VALUE ZERO.
016400 01  DLR197-TRAILER-TOTALS.
016500     05  DLR197-TR-UNITS          PIC S9(07)      COMP-3.
016600     05  DLR197-TR-CARTONS        PIC S9(09)      COMP-3.
016700     05  DLR197-TR-WEIGHT         PIC S9(09)V9(3) COMP-3.
016800 01  DLR197-CARRY-TOTALS.
016900     05  DLR197-CO-CARTONS        PIC S9(09)      COMP-3
017000                                             VALUE ZERO.
017100     05  DLR197-CO-WEIGHT         PIC S9(09)V9(3) COMP-3
017200                                             VALUE ZERO.
017300 01  DLR197-RECEIPT-REF.
017400     05  FILLER                   PIC X(03)  VALUE 'DC '.
017500     05  DLR197-RR-LOCN           PIC 9(04).
017600     05  FILLER                   PIC X(09)  VALUE ' RECEIPT '.
017700     05  DLR197-RR-RECEIPT        PIC 9(09).
017800 01  DLR197-HEADING-1.
017900     05  FILLER                   PIC X(53)  VALUE
018000         'DLR197 - DESPATCH TRAILER LOAD MANIFEST          RUN '.
018100     05  DLR197-H-RUN-DATE        PIC 9(08).
018200 01  DLR197-CO-HEADING-1.
018300     05  FILLER                   PIC X(53)  VALUE
018400         'DLR197 - DESPATCH CARRY-OVER - NOT LOADED TODAY  RUN '.
018500     05  DLR197-H2-RUN-DATE       PIC 9(08).
018600 01  DLR197-TRAILER-HEADING.
018700     05  FILLER                   PIC X(04)  VALUE 'RUN '.
018800     05  DLR197-TH-RUN-ID         PIC X(04).
018900     05  FILLER                   PIC X(01)  VALUE SPACE.
019000     05  DLR197-TH-RUN-NAME       PIC X(20).
019100     05  FILLER                   PIC X(10)  VALUE
019200         '  TRAILER '.
019300     05  DLR197-TH-TRAILER        PIC Z9.
019400     05  FILLER                   PIC X(04)  VALUE ' OF '.
019500     05  DLR197-TH-TRAILERS       PIC Z9.
019600     05  FILLER                   PIC X(12)  VALUE
019700         '  CAPACITY  '.
019800     05  DLR197-TH-MAX-WEIGHT     PIC ZZZZZZ9.999.
019900     05  FILLER                   PIC X(05)  VALUE ' KG  '.
020000     05  DLR197-TH-MAX-CARTONS    PIC ZZZZ9.
020100     05  FILLER                   PIC X(08)  VALUE ' CARTONS'.
020200 01  DLR197-COLUMN-HEADING.
020300     05  FILLER                   PIC X(40)  VALUE
020400         'DROP STORE  TYPE      REFERENCE         '.
020500     05  FILLER                   PIC X(40)  VALUE
020600         '               ORDER/KEYCODE      UNITS '.
020700     05  FILLER                   PIC X(30)  VALUE
020800         ' CARTONS        WEIGHT  '.
020900 01  DLR197-DETAIL-LINE.
021000     05  DLR197-D-DROP            PIC ZZ9.
021100     05  FILLER                   PIC X(02)  VALUE SPACES.
021200     05  DLR197-D-STORE           PIC 9(04).
021300     05  FILLER                   PIC X(02)  VALUE SPACES.
021400     05  DLR197-D-TYPE            PIC X(08).
021500     05  FILLER                   PIC X(02)  VALUE SPACES.
021600     05  DLR197-D-REFERENCE       PIC X(30).
021700     05  FILLER                   PIC X(02)  VALUE SPACES.
021800     05  DLR197-D-ORDER           PIC X(12).
021900     05  FILLER                   PIC X(02)  VALUE SPACES.
022000     05  DLR197-D-UNITS           PIC ZZZZZZZZ9.
022100     05  FILLER                   PIC X(02)  VALUE SPACES.
022200     05  DLR197-D-CARTONS         PIC ZZZZZZ9.
022300     05  FILLER                   PIC X(02)  VALUE SPACES.
022400     05  DLR197-D-WEIGHT          PIC ZZZZZZZ9.999.
022500     05  FILLER                   PIC X(02)  VALUE SPACES.
022600     05  DLR197-D-REASON          PIC X(22).
022700 01  DLR197-SSCC-LINE.
022800     05  FILLER                   PIC X(11)  VALUE SPACES.
022900     05  FILLER                   PIC X(05)  VALUE 'SSCC '.
023000     05  DLR197-S-SSCC            PIC X(20).
023100     05  FILLER                   PIC X(42)  VALUE SPACES.
023200     05  DLR197-S-CARTONS         PIC ZZZZZZ9.
023300     05  FILLER                   PIC X(02)  VALUE SPACES.
023400     05  DLR197-S-WEIGHT          PIC ZZZZZZZ9.999.
023500 01  DLR197-TRAILER-TOTAL-LINE.
023600     05  FILLER                   PIC X(16)  VALUE
023700         'TRAILER TOTAL - '.
023800     05  DLR197-TT-UNITS          PIC ZZZZZZ9.
023900     05  FILLER                   PIC X(53)  VALUE
024000         ' LOAD UNITS'.
024100     05  DLR197-TT-CARTONS        PIC ZZZZZZZZ9.
024200     05  FILLER                   PIC X(02)  VALUE SPACES.
024300     05  DLR197-TT-WEIGHT         PIC ZZZZZZZ9.999.
024400 01  DLR197-TOTAL-LINE.
024500     05  DLR197-T-LABEL           PIC X(40).
024600     05  DLR197-T-COUNT           PIC ZZZZZZZZ9.
024700 01  DLR197-WEIGHT-LINE.
024800     05  DLR197-W-LABEL           PIC X(40).
024900     05  DLR197-W-WEIGHT          PIC ZZZZZZZZ9.999.
025000 01  DLR197-BLANK-LINE            PIC X(01)  VALUE SPACE.
025100 PROCEDURE DIVISION.
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE.
025400     PERFORM 2000-COLLECT-LOAD-UNIT
025500         UNTIL DLR197-EOF.
025600     PERFORM 3000-SORT-INTO-DROP-ORDER.
025700     PERFORM 3500-PLACE-UNIT
025800         VARYING DLR197-SUB FROM 1 BY 1
025900         UNTIL DLR197-SUB > DLR197-UNIT-COUNT.
026000     PERFORM 4000-PRINT-MANIFEST.
026100     PERFORM 5000-PRINT-CARRY-OVER.
026200     PERFORM 8000-PRINT-TOTALS.
026300     PERFORM 9000-TERMINATE.
026400     STOP RUN.
026500
026600 1000-INITIALIZE.
026700     OPEN INPUT  STDR-FILE.
026800     OPEN INPUT  RUN-MASTER.
026900     OPEN OUTPUT DELIVERY-ADVICE.
027000     OPEN OUTPUT MANIFEST-REPORT.
027100     OPEN OUTPUT CARRY-REPORT.
027200     ACCEPT DLR197-RUN-DATE FROM DATE YYYYMMDD.
027300     MOVE DLR197-RUN-DATE TO DLR197-H-RUN-DATE.
027400     MOVE DLR197-RUN-DATE TO DLR197-H2-RUN-DATE.
027500     WRITE MANIFEST-LINE FROM DLR197-HEADING-1.
027600     WRITE CARRY-LINE FROM DLR197-CO-HEADING-1.
027700     WRITE CARRY-LINE FROM DLR197-BLANK-LINE.
027800     WRITE CARRY-LINE FROM DLR197-COLUMN-HEADING.
027900     MOVE LOW-VALUES TO DLDLVRUN-KEY.
028000     START RUN-MASTER
028100             KEY NOT LESS THAN DLDLVRUN-KEY
028200         INVALID KEY
028300             MOVE 'Y' TO DLR197-MAST-EOF-SW
028400     END-START.
028500     PERFORM 1100-LOAD-MASTER-ROW
028600         UNTIL DLR197-MAST-EOF.
028700     PERFORM 2100-READ-STDR.
028800 1000-EXIT.
028900     EXIT.
029000
029100*    RUN ROWS COME OFF THE MASTER BEFORE STORE ROWS, SO EACH
029200*    STORE'S RUN IS ALREADY IN THE RUN TABLE WHEN IT ARRIVES.
029300 1100-LOAD-MASTER-ROW.
029400     READ RUN-MASTER NEXT RECORD
029500         AT END
029600             MOVE 'Y' TO DLR197-MAST-EOF-SW
029700     END-READ.
029800     IF  NOT DLR197-MAST-EOF
029900         EVALUATE TRUE
030000             WHEN DLDLVRUN-RUN-ROW
030100             AND  DLR197-RUN-COUNT < 100
030200                 ADD 1 TO DLR197-RUN-COUNT
030300                 SET DLR197-RUN-IX TO DLR197-RUN-COUNT
030400                 MOVE DLDLVRUN-RUN-ID
030500                     TO DLR197-R-RUN-ID (DLR197-RUN-IX)
030600                 MOVE DLDLVRUN-RUN-NAME
030700                     TO DLR197-R-RUN-NAME (DLR197-RUN-IX)
030800                 MOVE DLDLVRUN-TRAILERS
030900                     TO DLR197-R-TRAILERS (DLR197-RUN-IX)
031000                 MOVE DLDLVRUN-MAX-WEIGHT
031100                     TO DLR197-R-MAX-WEIGHT (DLR197-RUN-IX)
031200                 MOVE DLDLVRUN-MAX-CARTONS
031300                     TO DLR197-R-MAX-CARTONS (DLR197-RUN-IX)
031400                 MOVE ZERO
031500                     TO DLR197-R-CURR-TRAILER (DLR197-RUN-IX)
031600                 MOVE ZERO
031700                     TO DLR197-R-CURR-WEIGHT (DLR197-RUN-IX)
031800                 MOVE ZERO
031900                     TO DLR197-R-CURR-CARTONS (DLR197-RUN-IX)
032000             WHEN DLDLVRUN-STORE-ROW
032100             AND  DLDLVRUN-CODE NUMERIC
032200             AND  DLR197-STORE-COUNT < 2000
032300                 PERFORM 1200-ADD-STORE
032400             WHEN OTHER
032500                 CONTINUE
032600         END-EVALUATE
032700     END-IF.
032800 1100-EXIT.
032900     EXIT.
033000
033100 1200-ADD-STORE.
033200     ADD 1 TO DLR197-STORE-COUNT.
033300     SET DLR197-STR-IX TO DLR197-STORE-COUNT.
033400     MOVE DLDLVRUN-CODE TO DLR197-T-STORE-NO (DLR197-STR-IX).
033500     MOVE DLDLVRUN-DROP-SEQ
033600         TO DLR197-T-DROP-SEQ (DLR197-STR-IX).
033700     MOVE ZERO TO DLR197-T-RUN-NO (DLR197-STR-IX).
033800     SET DLR197-RUN-IX TO 1.
033900     SEARCH DLR197-RUN-ENTRY
034000         AT END
034100             CONTINUE
034200         WHEN DLR197-RUN-IX > DLR197-RUN-COUNT
034300             CONTINUE
034400         WHEN DLR197-R-RUN-ID (DLR197-RUN-IX)
034500                 = DLDLVRUN-RUN-ID
034600             SET DLR197-T-RUN-NO (DLR197-STR-IX)
034700                 TO DLR197-RUN-IX
034800     END-SEARCH.
034900 1200-EXIT.
035000     EXIT.
035100
035200 2000-COLLECT-LOAD-UNIT.
035300     ADD 1 TO DLR197-STDR-READ.
035400     EVALUATE STDR-RECORD-TYPE OF STDR-RH
035500         WHEN 'RD'
035600             IF  ITMS-PER-CTN-QTYRD NUMERIC
035700                 MOVE ITMS-PER-CTN-QTYRD
035800                     TO DLR197-RD-ITEMS-PER-CTN
035900             ELSE
036000                 MOVE ZERO TO DLR197-RD-ITEMS-PER-CTN
036100             END-IF
036200         WHEN 'RS'
036300             IF  ACT-RECV-QTY-RS NUMERIC
036400             AND ACT-RECV-QTY-RS > ZERO
036500                 PERFORM 2200-ADD-ALLOCATION-UNIT
036600             END-IF
036700         WHEN 'SO'
036800             MOVE ZERO TO DLR197-CURR-SO
036900             PERFORM 2300-ADD-CROSS-DOCK-UNIT
037000         WHEN 'SC'
037100             IF  DLR197-CURR-SO > ZERO
037200                 PERFORM 2400-ADD-CONTAINER
037300             END-IF
037400         WHEN OTHER
037500             CONTINUE
037600     END-EVALUATE.
037700     PERFORM 2100-READ-STDR.
037800 2000-EXIT.
037900     EXIT.
038000
038100 2100-READ-STDR.
038200     READ STDR-FILE
038300         AT END
038400             MOVE 'Y' TO DLR197-EOF-SW
038500     END-READ.
038600 2100-EXIT.
038700     EXIT.
038800
038900*    DC STOCK HAS NO WEIGHT ON THE EXTRACT, SO IT LOADS BY
039000*    CARTONS ONLY: THE ALLOCATION ROUNDED UP TO WHOLE CARTONS OF
039100*    THE RD PACK SIZE, OR ONE CARTON A UNIT WHEN NO PACK SIZE.
039200 2200-ADD-ALLOCATION-UNIT.
039300     ADD 1 TO DLR197-UNITS-FOUND.
039400     IF  DLR197-UNIT-COUNT < 5000
039500         ADD 1 TO DLR197-UNIT-COUNT
039600         MOVE DLR197-UNIT-COUNT TO DLR197-SUB
039700         MOVE STR-NO-RS TO DLR197-WORK-STORE
039800         PERFORM 2500-START-UNIT
039900         SET DLR197-U-DC-STOCK (DLR197-SUB) TO TRUE
040000         MOVE RECEIPT-LOCN-RS
040100             TO DLR197-U-RECEIPT-LOCN (DLR197-SUB)
040200         MOVE RECEIPT-NO-RS
040300             TO DLR197-U-RECEIPT-NO (DLR197-SUB)
040400         MOVE KEYCODE-RS TO DLR197-WORK-KEYCODE
040500         MOVE DLR197-WORK-KEYCODE
040600             TO DLR197-U-KEYCODE (DLR197-SUB)
040700         MOVE ACT-RECV-QTY-RS TO DLR197-U-UNITS (DLR197-SUB)
040800         IF  DLR197-RD-ITEMS-PER-CTN > ZERO
040900             COMPUTE DLR197-WORK-CARTONS =
041000                 (ACT-RECV-QTY-RS + DLR197-RD-ITEMS-PER-CTN - 1)
041100                     / DLR197-RD-ITEMS-PER-CTN
041200         ELSE
041300             MOVE ACT-RECV-QTY-RS TO DLR197-WORK-CARTONS
041400         END-IF
041500         MOVE DLR197-WORK-CARTONS
041600             TO DLR197-U-CARTONS (DLR197-SUB)
041700     ELSE
041800         ADD 1 TO DLR197-UNITS-DROPPED
041900     END-IF.
042000 2200-EXIT.
042100     EXIT.
042200
042300 2300-ADD-CROSS-DOCK-UNIT.
042400     ADD 1 TO DLR197-UNITS-FOUND.
042500     IF  DLR197-UNIT-COUNT < 5000
042600         ADD 1 TO DLR197-UNIT-COUNT
042700         MOVE DLR197-UNIT-COUNT TO DLR197-SUB
042800         MOVE DLR197-UNIT-COUNT TO DLR197-CURR-SO
042900         MOVE STORE-SO TO DLR197-WORK-STORE
043000         PERFORM 2500-START-UNIT
043100         SET DLR197-U-CROSS-DOCK (DLR197-SUB) TO TRUE
043200         MOVE ASN-SO      TO DLR197-U-ASN (DLR197-SUB)
043300         MOVE ORDER-NO-SO TO DLR197-U-ORDER-NO (DLR197-SUB)
043400         IF  ORDER-LDG-QTY-SO NUMERIC
043500             MOVE ORDER-LDG-QTY-SO
043600                 TO DLR197-U-CARTONS (DLR197-SUB)
043700         END-IF
043800         IF  ORDER-LDG-WGT-SO NUMERIC
043900             MOVE ORDER-LDG-WGT-SO
044000                 TO DLR197-U-WEIGHT (DLR197-SUB)
044100         END-IF
044200         COMPUTE DLR197-U-FIRST-SSCC (DLR197-SUB) =
044300             DLR197-SSCC-COUNT + 1
044400     ELSE
044500         ADD 1 TO DLR197-UNITS-DROPPED
044600     END-IF.
044700 2300-EXIT.
044800     EXIT.
044900
045000*    AN SC CONTAINER BELONGS TO THE SO ORDER IMMEDIATELY ABOVE IT
045100*    WHEN ASN, ORDER AND STORE AGREE.
045200 2400-ADD-CONTAINER.
045300     MOVE DLR197-CURR-SO TO DLR197-SUB.
045400     IF  ASN-SC = DLR197-U-ASN (DLR197-SUB)
045500     AND ORDER-NO-SC = DLR197-U-ORDER-NO (DLR197-SUB)
045600     AND STORE-SC = DLR197-U-STORE-NO (DLR197-SUB)
045700         IF  DLR197-SSCC-COUNT < 10000
045800             ADD 1 TO DLR197-SSCC-COUNT
045900             MOVE SCM-SC TO DLR197-C-SSCC (DLR197-SSCC-COUNT)
046000             MOVE ZERO TO DLR197-C-CARTONS (DLR197-SSCC-COUNT)
046100             MOVE ZERO TO DLR197-C-WEIGHT (DLR197-SSCC-COUNT)
046200             IF  PLT-LADING-QTY-SC NUMERIC
046300                 MOVE PLT-LADING-QTY-SC
046400                     TO DLR197-C-CARTONS (DLR197-SSCC-COUNT)
046500             END-IF
046600             IF  PLT-LADING-WGT-SC NUMERIC
046700                 MOVE PLT-LADING-WGT-SC
046800                     TO DLR197-C-WEIGHT (DLR197-SSCC-COUNT)
046900                 ADD PLT-LADING-WGT-SC
047000                     TO DLR197-U-SSCC-WEIGHT (DLR197-SUB)
047100             END-IF
047200             ADD 1 TO DLR197-U-SSCC-COUNT (DLR197-SUB)
047300         ELSE
047400             ADD 1 TO DLR197-SSCC-DROPPED
047500         END-IF
047600     END-IF.
047700 2400-EXIT.
047800     EXIT.
047900
048000*    CLEARS THE NEW UNIT AND PUTS IT ON ITS STORE'S RUN.
048100 2500-START-UNIT.
048200     MOVE SPACES TO DLR197-UNIT-ENTRY (DLR197-SUB).
048300     MOVE DLR197-WORK-STORE TO DLR197-U-STORE-NO (DLR197-SUB).
048400     MOVE ZERO TO DLR197-U-RUN-NO (DLR197-SUB).
048500     MOVE ZERO TO DLR197-U-DROP-SEQ (DLR197-SUB).
048600     MOVE ZERO TO DLR197-U-RECEIPT-LOCN (DLR197-SUB).
048700     MOVE ZERO TO DLR197-U-RECEIPT-NO (DLR197-SUB).
048800     MOVE ZERO TO DLR197-U-UNITS (DLR197-SUB).
048900     MOVE ZERO TO DLR197-U-CARTONS (DLR197-SUB).
049000     MOVE ZERO TO DLR197-U-WEIGHT (DLR197-SUB).
049100     MOVE ZERO TO DLR197-U-SSCC-WEIGHT (DLR197-SUB).
049200     MOVE ZERO TO DLR197-U-FIRST-SSCC (DLR197-SUB).
049300     MOVE ZERO TO DLR197-U-SSCC-COUNT (DLR197-SUB).
049400     MOVE ZERO TO DLR197-U-TRAILER-NO (DLR197-SUB).
049500     SET DLR197-STR-IX TO 1.
049600     SEARCH DLR197-STORE-ENTRY
049700         AT END
049800             MOVE 'STORE NOT ON A RUN'
049900                 TO DLR197-U-CARRY-REASON (DLR197-SUB)
050000         WHEN DLR197-STR-IX > DLR197-STORE-COUNT
050100             MOVE 'STORE NOT ON A RUN'
050200                 TO DLR197-U-CARRY-REASON (DLR197-SUB)
050300         WHEN DLR197-T-STORE-NO (DLR197-STR-IX)
050400                 = DLR197-WORK-STORE
050500             MOVE DLR197-T-RUN-NO (DLR197-STR-IX)
050600                 TO DLR197-U-RUN-NO (DLR197-SUB)
050700             MOVE DLR197-T-DROP-SEQ (DLR197-STR-IX)
050800                 TO DLR197-U-DROP-SEQ (DLR197-SUB)
050900             IF  DLR197-T-RUN-NO (DLR197-STR-IX) = ZERO
051000                 MOVE 'STORE RUN NOT ON FILE'
051100                     TO DLR197-U-CARRY-REASON (DLR197-SUB)
051200             END-IF
051300     END-SEARCH.
051400 2500-EXIT.
051500     EXIT.
051600
051700*    ORDER IS RUN, DROP SEQUENCE, STORE. EQUAL KEYS ARE NEVER
051800*    SWAPPED, SO A STORE'S UNITS KEEP THEIR EXTRACT ORDER.
051900 3000-SORT-INTO-DROP-ORDER.
052000     MOVE DLR197-UNIT-COUNT TO DLR197-SORT-TOP.
052100     MOVE 'Y' TO DLR197-SWAPPED-SW.
052200     PERFORM 3100-SORT-ONE-PASS
052300         UNTIL NOT DLR197-SWAPPED
052400            OR DLR197-SORT-TOP < 2.
052500 3000-EXIT.
052600     EXIT.
052700
052800 3100-SORT-ONE-PASS.
052900     MOVE 'N' TO DLR197-SWAPPED-SW.
053000     SUBTRACT 1 FROM DLR197-SORT-TOP.
053100     PERFORM 3200-COMPARE-AND-SWAP
053200         VARYING DLR197-SUB FROM 1 BY 1
053300         UNTIL DLR197-SUB > DLR197-SORT-TOP.
053400 3100-EXIT.
053500     EXIT.
053600
053700 3200-COMPARE-AND-SWAP.
053800     IF  DLR197-U-SORT-KEY (DLR197-SUB)
053900             > DLR197-U-SORT-KEY (DLR197-SUB + 1)
054000         MOVE DLR197-UNIT-ENTRY (DLR197-SUB)
054100             TO DLR197-UNIT-HOLD
054200         MOVE DLR197-UNIT-ENTRY (DLR197-SUB + 1)
054300             TO DLR197-UNIT-ENTRY (DLR197-SUB)
054400         MOVE DLR197-UNIT-HOLD
054500             TO DLR197-UNIT-ENTRY (DLR197-SUB + 1)
054600         MOVE 'Y' TO DLR197-SWAPPED-SW
054700     END-IF.
054800 3200-EXIT.
054900     EXIT.
055000
055100*    A UNIT GOES ON THE RUN'S CURRENT TRAILER IF IT FITS, ELSE
055200*    ON THE RUN'S NEXT TRAILER; WITH NO TRAILER LEFT IT IS
055300*    CARRIED OVER. WHERE THE SO GAVE NO CARTON COUNT OR WEIGHT
055400*    THE CONTAINER COUNT AND WEIGHTS STAND IN FOR THEM.
055500 3500-PLACE-UNIT.
055600     IF  DLR197-U-CARTONS (DLR197-SUB) = ZERO
055700         MOVE DLR197-U-SSCC-COUNT (DLR197-SUB)
055800             TO DLR197-U-CARTONS (DLR197-SUB)
055900     END-IF.
056000     IF  DLR197-U-WEIGHT (DLR197-SUB) = ZERO
056100         MOVE DLR197-U-SSCC-WEIGHT (DLR197-SUB)
056200             TO DLR197-U-WEIGHT (DLR197-SUB)
056300     END-IF.
056400     IF  DLR197-U-RUN-NO (DLR197-SUB) > ZERO
056500         MOVE DLR197-U-RUN-NO (DLR197-SUB) TO DLR197-RUN-SUB
056600         MOVE 'N' TO DLR197-FITS-SW
056700         IF  DLR197-R-CURR-TRAILER (DLR197-RUN-SUB) > ZERO
056800         AND DLR197-R-CURR-WEIGHT (DLR197-RUN-SUB)
056900                 + DLR197-U-WEIGHT (DLR197-SUB)
057000                 NOT > DLR197-R-MAX-WEIGHT (DLR197-RUN-SUB)
057100         AND DLR197-R-CURR-CARTONS (DLR197-RUN-SUB)
057200                 + DLR197-U-CARTONS (DLR197-SUB)
057300                 NOT > DLR197-R-MAX-CARTONS (DLR197-RUN-SUB)
057400             MOVE 'Y' TO DLR197-FITS-SW
057500         END-IF
057600         EVALUATE TRUE
057700             WHEN DLR197-U-WEIGHT (DLR197-SUB)
057800                     > DLR197-R-MAX-WEIGHT (DLR197-RUN-SUB)
057900             OR   DLR197-U-CARTONS (DLR197-SUB)
058000                     > DLR197-R-MAX-CARTONS (DLR197-RUN-SUB)
058100                 MOVE 'LARGER THAN A TRAILER'
058200                     TO DLR197-U-CARRY-REASON (DLR197-SUB)
058300             WHEN DLR197-FITS
058400                 PERFORM 3600-LOAD-ON-TRAILER
058500             WHEN DLR197-R-CURR-TRAILER (DLR197-RUN-SUB)
058600                     < DLR197-R-TRAILERS (DLR197-RUN-SUB)
058700                 ADD 1 TO DLR197-R-CURR-TRAILER (DLR197-RUN-SUB)
058800                 MOVE ZERO
058900                     TO DLR197-R-CURR-WEIGHT (DLR197-RUN-SUB)
059000                 MOVE ZERO
059100                     TO DLR197-R-CURR-CARTONS (DLR197-RUN-SUB)
059200                 PERFORM 3600-LOAD-ON-TRAILER
059300             WHEN OTHER
059400                 MOVE 'RUN FULL FOR TODAY'
059500                     TO DLR197-U-CARRY-REASON (DLR197-SUB)
059600         END-EVALUATE
059700     END-IF.
059800     IF  DLR197-U-TRAILER-NO (DLR197-SUB) = ZERO
059900         ADD 1 TO DLR197-UNITS-CARRIED
060000     END-IF.
060100 3500-EXIT.
060200     EXIT.
060300
060400 3600-LOAD-ON-TRAILER.
060500     MOVE DLR197-R-CURR-TRAILER (DLR197-RUN-SUB)
060600         TO DLR197-U-TRAILER-NO (DLR197-SUB).
060700     ADD DLR197-U-WEIGHT (DLR197-SUB)
060800         TO DLR197-R-CURR-WEIGHT (DLR197-RUN-SUB).
060900     ADD DLR197-U-CARTONS (DLR197-SUB)
061000         TO DLR197-R-CURR-CARTONS (DLR197-RUN-SUB).
061100     ADD 1 TO DLR197-UNITS-LOADED.
061200 3600-EXIT.
061300     EXIT.
061400
061500*    THE UNITS ARE IN RUN ORDER AND EACH RUN FILLS ITS TRAILERS
061600*    IN TURN, SO A CHANGE OF RUN OR TRAILER NUMBER STARTS THE
061700*    NEXT TRAILER'S MANIFEST.
061800 4000-PRINT-MANIFEST.
061900     PERFORM 4100-MANIFEST-ONE-UNIT
062000         VARYING DLR197-SUB FROM 1 BY 1
062100         UNTIL DLR197-SUB > DLR197-UNIT-COUNT.
062200     IF  DLR197-PREV-TRAILER > ZERO
062300         PERFORM 4500-PRINT-TRAILER-TOTAL
062400     END-IF.
062500 4000-EXIT.
062600     EXIT.
062700
062800 4100-MANIFEST-ONE-UNIT.
062900     IF  DLR197-U-TRAILER-NO (DLR197-SUB) > ZERO
063000         IF  DLR197-U-RUN-NO (DLR197-SUB) NOT = DLR197-PREV-RUN-NO
063100         OR  DLR197-U-TRAILER-NO (DLR197-SUB)
063200                 NOT = DLR197-PREV-TRAILER
063300             IF  DLR197-PREV-TRAILER > ZERO
063400                 PERFORM 4500-PRINT-TRAILER-TOTAL
063500             END-IF
063600             PERFORM 4200-START-TRAILER
063700         END-IF
063800         PERFORM 4300-FORMAT-UNIT
063900         WRITE MANIFEST-LINE FROM DLR197-DETAIL-LINE
064000         ADD 1 TO DLR197-TR-UNITS
064100         ADD DLR197-U-CARTONS (DLR197-SUB) TO DLR197-TR-CARTONS
064200         ADD DLR197-U-WEIGHT (DLR197-SUB)  TO DLR197-TR-WEIGHT
064300         PERFORM 4400-WRITE-ADVICE
064400     END-IF.
064500 4100-EXIT.
064600     EXIT.
064700
064800 4200-START-TRAILER.
064900     MOVE DLR197-U-RUN-NO (DLR197-SUB)     TO DLR197-PREV-RUN-NO.
065000     MOVE DLR197-U-TRAILER-NO (DLR197-SUB) TO DLR197-PREV-TRAILER.
065100     MOVE DLR197-PREV-RUN-NO TO DLR197-RUN-SUB.
065200     MOVE ZERO TO DLR197-TR-UNITS.
065300     MOVE ZERO TO DLR197-TR-CARTONS.
065400     MOVE ZERO TO DLR197-TR-WEIGHT.
065500     ADD 1 TO DLR197-TRAILERS-USED.
065600     MOVE DLR197-R-RUN-ID (DLR197-RUN-SUB)   TO DLR197-TH-RUN-ID.
065700     MOVE DLR197-R-RUN-NAME (DLR197-RUN-SUB)
065750         TO DLR197-TH-RUN-NAME.
065800     MOVE DLR197-PREV-TRAILER TO DLR197-TH-TRAILER.
065900     MOVE DLR197-R-CURR-TRAILER (DLR197-RUN-SUB)
066000         TO DLR197-TH-TRAILERS.
066100     MOVE DLR197-R-MAX-WEIGHT (DLR197-RUN-SUB)
066200         TO DLR197-TH-MAX-WEIGHT.
066300     MOVE DLR197-R-MAX-CARTONS (DLR197-RUN-SUB)
066400         TO DLR197-TH-MAX-CARTONS.
066500     WRITE MANIFEST-LINE FROM DLR197-BLANK-LINE.
066600     WRITE MANIFEST-LINE FROM DLR197-TRAILER-HEADING.
066700     WRITE MANIFEST-LINE FROM DLR197-COLUMN-HEADING.
066800 4200-EXIT.
066900     EXIT.
067000
067100 4300-FORMAT-UNIT.
067200     MOVE DLR197-U-DROP-SEQ (DLR197-SUB)  TO DLR197-D-DROP.
067300     MOVE DLR197-U-STORE-NO (DLR197-SUB)  TO DLR197-D-STORE.
067400     MOVE DLR197-U-UNITS (DLR197-SUB)     TO DLR197-D-UNITS.
067500     MOVE DLR197-U-CARTONS (DLR197-SUB)   TO DLR197-D-CARTONS.
067600     MOVE DLR197-U-WEIGHT (DLR197-SUB)    TO DLR197-D-WEIGHT.
067700     MOVE DLR197-U-CARRY-REASON (DLR197-SUB)
067800         TO DLR197-D-REASON.
067900     IF  DLR197-U-CROSS-DOCK (DLR197-SUB)
068000         MOVE 'XDOCK'  TO DLR197-D-TYPE
068100         MOVE DLR197-U-ASN (DLR197-SUB) TO DLR197-D-REFERENCE
068200         MOVE DLR197-U-ORDER-NO (DLR197-SUB) TO DLR197-D-ORDER
068300     ELSE
068400         MOVE 'DC STOCK' TO DLR197-D-TYPE
068500         MOVE DLR197-U-RECEIPT-LOCN (DLR197-SUB)
068600             TO DLR197-RR-LOCN
068700         MOVE DLR197-U-RECEIPT-NO (DLR197-SUB)
068800             TO DLR197-RR-RECEIPT
068900         MOVE DLR197-RECEIPT-REF TO DLR197-D-REFERENCE
069000         MOVE DLR197-U-KEYCODE (DLR197-SUB) TO DLR197-D-ORDER
069100     END-IF.
069200 4300-EXIT.
069300     EXIT.
069400
069500*    ONE ADVICE ROW PER SSCC SO THE STORE CAN SCAN EACH
069600*    CONTAINER IN; A UNIT WITH NO CONTAINERS GETS ONE ROW.
069700 4400-WRITE-ADVICE.
069800     MOVE SPACES TO DLDLVADV-RECORD.
069900     MOVE DLR197-U-STORE-NO (DLR197-SUB) TO DLDLVADV-STORE-NO.
070000     MOVE DLR197-RUN-DATE                TO DLDLVADV-DLVY-DATE.
070100     MOVE DLR197-R-RUN-ID (DLR197-RUN-SUB) TO DLDLVADV-RUN-ID.
070200     MOVE DLR197-U-TRAILER-NO (DLR197-SUB)
070300         TO DLDLVADV-TRAILER-NO.
070400     MOVE DLR197-U-DROP-SEQ (DLR197-SUB) TO DLDLVADV-DROP-SEQ.
070500     MOVE DLR197-U-TYPE (DLR197-SUB)     TO DLDLVADV-UNIT-TYPE.
070600     MOVE DLR197-U-ASN (DLR197-SUB)      TO DLDLVADV-ASN.
070700     MOVE DLR197-U-ORDER-NO (DLR197-SUB) TO DLDLVADV-ORDER-NO.
070800     MOVE DLR197-U-RECEIPT-LOCN (DLR197-SUB)
070900         TO DLDLVADV-RECEIPT-LOCN.
071000     MOVE DLR197-U-RECEIPT-NO (DLR197-SUB)
071100         TO DLDLVADV-RECEIPT-NO.
071200     MOVE DLR197-U-KEYCODE (DLR197-SUB)  TO DLDLVADV-KEYCODE-NO.
071300     MOVE DLR197-U-UNITS (DLR197-SUB)    TO DLDLVADV-UNITS.
071400     IF  DLR197-U-SSCC-COUNT (DLR197-SUB) = ZERO
071500         MOVE DLR197-U-CARTONS (DLR197-SUB) TO DLDLVADV-CARTONS
071600         MOVE DLR197-U-WEIGHT (DLR197-SUB)  TO DLDLVADV-WEIGHT
071700         WRITE DLDLVADV-RECORD
071800         ADD 1 TO DLR197-ADVICE-OUT
071900     ELSE
072000         COMPUTE DLR197-SSCC-LAST =
072100             DLR197-U-FIRST-SSCC (DLR197-SUB)
072200                 + DLR197-U-SSCC-COUNT (DLR197-SUB) - 1
072300         PERFORM 4410-WRITE-SSCC
072400             VARYING DLR197-SSCC-SUB
072500             FROM DLR197-U-FIRST-SSCC (DLR197-SUB) BY 1
072600             UNTIL DLR197-SSCC-SUB > DLR197-SSCC-LAST
072700     END-IF.
072800 4400-EXIT.
072900     EXIT.
073000
073100 4410-WRITE-SSCC.
073200     MOVE DLR197-C-SSCC (DLR197-SSCC-SUB)    TO DLR197-S-SSCC.
073300     MOVE DLR197-C-CARTONS (DLR197-SSCC-SUB) TO DLR197-S-CARTONS.
073400     MOVE DLR197-C-WEIGHT (DLR197-SSCC-SUB)  TO DLR197-S-WEIGHT.
073500     WRITE MANIFEST-LINE FROM DLR197-SSCC-LINE.
073600     MOVE DLR197-C-SSCC (DLR197-SSCC-SUB)    TO DLDLVADV-SSCC.
073700     MOVE DLR197-C-CARTONS (DLR197-SSCC-SUB) TO DLDLVADV-CARTONS.
073800     MOVE DLR197-C-WEIGHT (DLR197-SSCC-SUB)  TO DLDLVADV-WEIGHT.
073900     WRITE DLDLVADV-RECORD.
074000     ADD 1 TO DLR197-ADVICE-OUT.
074100 4410-EXIT.
074200     EXIT.
074300
074400 4500-PRINT-TRAILER-TOTAL.
074500     MOVE DLR197-TR-UNITS   TO DLR197-TT-UNITS.
074600     MOVE DLR197-TR-CARTONS TO DLR197-TT-CARTONS.
074700     MOVE DLR197-TR-WEIGHT  TO DLR197-TT-WEIGHT.
074800     WRITE MANIFEST-LINE FROM DLR197-TRAILER-TOTAL-LINE.
074900 4500-EXIT.
075000     EXIT.
075100
075200 5000-PRINT-CARRY-OVER.
075300     PERFORM 5100-CARRY-ONE-UNIT
075400         VARYING DLR197-SUB FROM 1 BY 1
075500         UNTIL DLR197-SUB > DLR197-UNIT-COUNT.
075600 5000-EXIT.
075700     EXIT.
075800
075900 5100-CARRY-ONE-UNIT.
076000     IF  DLR197-U-TRAILER-NO (DLR197-SUB) = ZERO
076100         PERFORM 4300-FORMAT-UNIT
076200         WRITE CARRY-LINE FROM DLR197-DETAIL-LINE
076300         ADD DLR197-U-CARTONS (DLR197-SUB) TO DLR197-CO-CARTONS
076400         ADD DLR197-U-WEIGHT (DLR197-SUB)  TO DLR197-CO-WEIGHT
076500     END-IF.
076600 5100-EXIT.
076700     EXIT.
076800
076900 8000-PRINT-TOTALS.
077000     WRITE MANIFEST-LINE FROM DLR197-BLANK-LINE.
077100     MOVE 'LOAD UNITS ON THE EXTRACT' TO DLR197-T-LABEL.
077200     MOVE DLR197-UNITS-FOUND TO DLR197-T-COUNT.
077300     WRITE MANIFEST-LINE FROM DLR197-TOTAL-LINE.
077400     MOVE 'LOAD UNITS LOADED' TO DLR197-T-LABEL.
077500     MOVE DLR197-UNITS-LOADED TO DLR197-T-COUNT.
077600     WRITE MANIFEST-LINE FROM DLR197-TOTAL-LINE.
077700     MOVE 'LOAD UNITS CARRIED OVER' TO DLR197-T-LABEL.
077800     MOVE DLR197-UNITS-CARRIED TO DLR197-T-COUNT.
077900     WRITE MANIFEST-LINE FROM DLR197-TOTAL-LINE.
078000     MOVE 'TRAILERS USED' TO DLR197-T-LABEL.
078100     MOVE DLR197-TRAILERS-USED TO DLR197-T-COUNT.
078200     WRITE MANIFEST-LINE FROM DLR197-TOTAL-LINE.
078300     MOVE 'DELIVERY ADVICE ROWS WRITTEN' TO DLR197-T-LABEL.
078400     MOVE DLR197-ADVICE-OUT TO DLR197-T-COUNT.
078500     WRITE MANIFEST-LINE FROM DLR197-TOTAL-LINE.
078600     WRITE CARRY-LINE FROM DLR197-BLANK-LINE.
078700     MOVE 'LOAD UNITS CARRIED OVER' TO DLR197-T-LABEL.
078800     MOVE DLR197-UNITS-CARRIED TO DLR197-T-COUNT.
078900     WRITE CARRY-LINE FROM DLR197-TOTAL-LINE.
079000     MOVE 'CARTONS CARRIED OVER' TO DLR197-T-LABEL.
079100     MOVE DLR197-CO-CARTONS TO DLR197-T-COUNT.
079200     WRITE CARRY-LINE FROM DLR197-TOTAL-LINE.
079300     MOVE 'WEIGHT CARRIED OVER (KG)' TO DLR197-W-LABEL.
079400     MOVE DLR197-CO-WEIGHT TO DLR197-W-WEIGHT.
079500     WRITE CARRY-LINE FROM DLR197-WEIGHT-LINE.
079600     MOVE 'UNITS NOT PLANNED - UNIT TABLE FULL' TO DLR197-T-LABEL.
079700     MOVE DLR197-UNITS-DROPPED TO DLR197-T-COUNT.
079800     WRITE CARRY-LINE FROM DLR197-TOTAL-LINE.
079900     MOVE 'SSCCS NOT LISTED - SSCC TABLE FULL' TO DLR197-T-LABEL.
080000     MOVE DLR197-SSCC-DROPPED TO DLR197-T-COUNT.
080100     WRITE CARRY-LINE FROM DLR197-TOTAL-LINE.
080200 8000-EXIT.
080300     EXIT.
080400
080500 9000-TERMINATE.
080600     DISPLAY 'DLR197 STDR RECORDS READ = ' DLR197-STDR-READ.
080700     DISPLAY 'DLR197 UNITS LOADED      = ' DLR197-UNITS-LOADED.
080800     DISPLAY 'DLR197 UNITS CARRIED     = ' DLR197-UNITS-CARRIED.
080900     DISPLAY 'DLR197 TRAILERS USED     = ' DLR197-TRAILERS-USED.
081000     IF  DLR197-UNITS-CARRIED > ZERO
081100     OR  DLR197-UNITS-DROPPED > ZERO
081200     OR  DLR197-SSCC-DROPPED > ZERO
081300         MOVE 4 TO RETURN-CODE
081400     END-IF.
081500     CLOSE STDR-FILE
081600           RUN-MASTER
081700           DELIVERY-ADVICE
081800           MANIFEST-REPORT
081900           CARRY-REPORT.
082000 9000-EXIT.
082100     EXIT.
