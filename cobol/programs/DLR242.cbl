000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR242.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR242 - DISASTER-RECOVERY COPY VERIFICATION                 *
001000*                                                                *
001100*   RUNS AT THE DR SITE AFTER THE REPLICATION OF THE NIGHTLY     *
001200*   BATCH. DLR241 IS FIRST RUN THERE WITH SITE 'D' TO RECOMPUTE  *
001300*   THE FIGURES OF THE REPLICATED COPIES (DRFIGS); THIS PROGRAM  *
001400*   THEN CHECKS THEM, FILE BY FILE, AGAINST THE DLDRMAN MANIFEST *
001500*   WRITTEN AT PRODUCTION THAT NIGHT (DRMANF). THE PRIOR NIGHT'S *
001600*   PRODUCTION MANIFEST (DRMANP, OPTIONAL) IS USED TO RECOGNISE  *
001700*   A COPY THAT IS STILL A DAY BEHIND. EACH FILE IS REPORTED AS: *
001800*     MISSING   - NOT ON THE DR FIGURES, OR COULD NOT BE OPENED; *
001900*     STALE     - A MASTER WHOSE DR GENERATION IS BEHIND, OR A   *
002000*                 COPY THAT STILL MATCHES THE PRIOR MANIFEST;    *
002100*     SHORT     - FEWER RECORDS AT DR THAN AT PRODUCTION;        *
002200*     DIFFERENT - ANY OTHER FIGURE DIFFERS (THE FIRST IS NAMED); *
002300*     MATCHED   - EVERY FIGURE AGREES.                           *
002400*   A FILE THAT COULD NOT BE OPENED AT PRODUCTION IS LISTED AS   *
002500*   NO PROD COPY AND NOT COUNTED AGAINST THE DR SITE. THE RESULT *
002600*   IS POSTED TO THE RUN LOG IN THE DLRUNLOG CONVENTION (JOB     *
002700*   DLR242, THE VERIFIED BUSINESS DATE, STATUS C WHEN EVERY FILE *
002800*   IS IN STEP, OTHERWISE F) SO THAT NAMING DLR242 ON THE NEXT   *
002900*   NIGHT'S DLR096 GATE STEP HOLDS THE BATCH WHILE DR IS OUT OF  *
003000*   STEP. THE DRVCARD CARD MAY CARRY THE BUSINESS DATE TO VERIFY *
003100*   (DEFAULT THE DATE ON THE PRODUCTION MANIFEST). RETURN CODE 8 *
003200*   WHEN DR IS OUT OF STEP; 16 WHEN A MANIFEST IS ABSENT OR TOO  *
003300*   LARGE FOR THE TABLES.                                        *
003400*                                                                *
003500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003600*  ---|----------|------------------------------|------------    *
003700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
003800*                                                                *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT VERIFY-CARD       ASSIGN TO DRVCARD
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT PROD-MANIFEST     ASSIGN TO DRMANF
004900                              ORGANIZATION IS SEQUENTIAL
005000                              FILE STATUS IS DLR242-PRD-STATUS.
005100     SELECT PRIOR-MANIFEST    ASSIGN TO DRMANP
005200                              ORGANIZATION IS SEQUENTIAL
005300                              FILE STATUS IS DLR242-PRI-STATUS.
005400     SELECT DR-FIGURES        ASSIGN TO DRFIGS
005500                              ORGANIZATION IS SEQUENTIAL
005600                              FILE STATUS IS DLR242-DRF-STATUS.
005700     SELECT VERIFY-REPORT     ASSIGN TO DRVRPT
005800                              ORGANIZATION IS SEQUENTIAL.
005900     SELECT RUNLOG-OUT        ASSIGN TO RUNLOGO
006000                              ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  VERIFY-CARD
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  VERIFY-CARD-REC.
006700     05  DRV-BUS-DATE            PIC 9(08).
006800     05  FILLER                  PIC X(72).
006900 FD  PROD-MANIFEST
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  PROD-MANIFEST-REC           PIC X(183).
007300 FD  PRIOR-MANIFEST
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  PRIOR-MANIFEST-REC          PIC X(183).
007700 FD  DR-FIGURES
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD.
008000 01  DR-FIGURES-REC              PIC X(183).
008100 FD  VERIFY-REPORT
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD.
008400 01  VERIFY-LINE                 PIC X(80).
008500 FD  RUNLOG-OUT
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  DLRUNLOG-RECORD.
008900     COPY DLRUNLOG.
009000 WORKING-STORAGE SECTION.
009100 01  DLR242-SWITCHES.
009200     05  DLR242-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
009300         88  DLR242-CARD-EOF                 VALUE 'Y'.
009400     05  DLR242-EOF-SW            PIC X(01)  VALUE 'N'.
009500         88  DLR242-EOF                      VALUE 'Y'.
009600     05  DLR242-PRIOR-SW          PIC X(01)  VALUE 'N'.
009700         88  DLR242-PRIOR-LOADED             VALUE 'Y'.
009800     05  DLR242-ABORT-SW          PIC X(01)  VALUE 'N'.
009900         88  DLR242-ABORT                    VALUE 'Y'.
010000     05  DLR242-DATE-SW           PIC X(01)  VALUE 'N'.
010100         88  DLR242-DATE-MISMATCH            VALUE 'Y'.
010200     05  DLR242-MATCH-SW          PIC X(01)  VALUE 'N'.
010300         88  DLR242-DR-FOUND                 VALUE 'Y'.
010400     05  DLR242-PRIOR-MATCH-SW    PIC X(01)  VALUE 'N'.
010500         88  DLR242-PRIOR-FOUND              VALUE 'Y'.
010600 01  DLR242-FILE-STATUSES.
010700     05  DLR242-PRD-STATUS        PIC X(02)  VALUE SPACES.
010800     05  DLR242-PRI-STATUS        PIC X(02)  VALUE SPACES.
010900     05  DLR242-DRF-STATUS        PIC X(02)  VALUE SPACES.
011000 01  DLR242-RUN-DATE              PIC 9(08)  VALUE ZERO.
011100 01  DLR242-RUN-TIME              PIC 9(08)  VALUE ZERO.
011200 01  DLR242-BUS-DATE              PIC 9(08)  VALUE ZERO.
011300 01  DLR242-MAX-ROWS              PIC S9(04)  COMP  VALUE 50.
011400*    EVERY MANIFEST ROW IS READ INTO THIS AREA.
011500 01  DLR242-ROW.
011600     COPY DLDRMAN.
011700*    THE THREE MANIFESTS ARE HELD IN STORAGE. THE FIGURES OF EACH
011800*    ENTRY HAVE THE LAYOUT OF DLDRMAN-FIGURES.
011900 01  DLR242-PROD-COUNT            PIC S9(04)  COMP  VALUE ZERO.
012000 01  DLR242-PROD-TABLE.
012100     05  DLR242-PROD-ENTRY OCCURS 50 TIMES
012200                           INDEXED BY DLR242-PX.
012300         10  DLR242-P-FILE-ID     PIC X(08).
012400         10  DLR242-P-CLASS       PIC X(01).
012500             88  DLR242-P-MASTER             VALUE 'M'.
012600         10  DLR242-P-BUS-DATE    PIC 9(08).
012700         10  DLR242-P-PRESENT-SW  PIC X(01).
012800             88  DLR242-P-PRESENT            VALUE 'Y'.
012900         10  DLR242-P-GEN-NO      PIC 9(04).
013000         10  DLR242-P-FIGURES.
013100             15  DLR242-P-REC-COUNT    PIC 9(09).
013200             15  DLR242-P-LOW-KEY      PIC X(50).
013300             15  DLR242-P-HIGH-KEY     PIC X(50).
013400             15  DLR242-P-KEY-CHECKSUM PIC S9(17)     COMP-3.
013500             15  DLR242-P-HASH-1       PIC S9(15)V99  COMP-3.
013600             15  DLR242-P-HASH-2       PIC S9(15)V99  COMP-3.
013700 01  DLR242-DR-COUNT              PIC S9(04)  COMP  VALUE ZERO.
013800 01  DLR242-DR-TABLE.
013900     05  DLR242-DR-ENTRY OCCURS 50 TIMES
014000                         INDEXED BY DLR242-DX.
014100         10  DLR242-D-FILE-ID     PIC X(08).
014200         10  DLR242-D-BUS-DATE    PIC 9(08).
014300         10  DLR242-D-PRESENT-SW  PIC X(01).
014400             88  DLR242-D-PRESENT            VALUE 'Y'.
014500         10  DLR242-D-GEN-NO      PIC 9(04).
014600         10  DLR242-D-FIGURES.
014700             15  DLR242-D-REC-COUNT    PIC 9(09).
014800             15  DLR242-D-LOW-KEY      PIC X(50).
014900             15  DLR242-D-HIGH-KEY     PIC X(50).
015000             15  DLR242-D-KEY-CHECKSUM PIC S9(17)     COMP-3.
015100             15  DLR242-D-HASH-1       PIC S9(15)V99  COMP-3.
015200             15  DLR242-D-HASH-2       PIC S9(15)V99  COMP-3.
015300 01  DLR242-PRIOR-COUNT           PIC S9(04)  COMP  VALUE ZERO.
015400 01  DLR242-PRIOR-TABLE.
015500     05  DLR242-PRIOR-ENTRY OCCURS 50 TIMES
015600                            INDEXED BY DLR242-QX.
015700         10  DLR242-Q-FILE-ID     PIC X(08).
015800         10  DLR242-Q-PRESENT-SW  PIC X(01).
015900             88  DLR242-Q-PRESENT            VALUE 'Y'.
016000         10  DLR242-Q-FIGURES     PIC X(136).
016100 01  DLR242-VERDICT               PIC X(12)  VALUE SPACES.
016200 01  DLR242-DETAIL                PIC X(30)  VALUE SPACES.
016300 01  DLR242-COUNTERS.
016400     05  DLR242-FILES-CHECKED     PIC 9(05)  VALUE ZERO.
016500     05  DLR242-FILES-MATCHED     PIC 9(05)  VALUE ZERO.
016600     05  DLR242-FILES-MISSING     PIC 9(05)  VALUE ZERO.
016700     05  DLR242-FILES-STALE       PIC 9(05)  VALUE ZERO.
016800     05  DLR242-FILES-SHORT       PIC 9(05)  VALUE ZERO.
016900     05  DLR242-FILES-DIFFERENT   PIC 9(05)  VALUE ZERO.
017000     05  DLR242-FILES-NO-PROD     PIC 9(05)  VALUE ZERO.
017100     05  DLR242-FILES-IN-STEP     PIC 9(05)  VALUE ZERO.
017200     05  DLR242-FILES-OUT-OF-STEP PIC 9(05)  VALUE ZERO.
017300 01  DLR242-HEADING-1.
017400     05  FILLER                   PIC X(42)  VALUE
017500         'DLR242 - DR COPY VERIFICATION FOR DATE'.
017600     05  FILLER                   PIC X(01)  VALUE SPACES.
017700     05  DLR242-H-BUS-DATE        PIC 9(08).
017800 01  DLR242-HEADING-2.
017900     05  FILLER                   PIC X(09)  VALUE 'FILE'.
018000     05  FILLER                   PIC X(13)  VALUE 'VERDICT'.
018100     05  FILLER                   PIC X(30)  VALUE 'DETAIL'.
018200     05  FILLER                   PIC X(10)  VALUE ' PROD RECS'.
018300     05  FILLER                   PIC X(10)  VALUE '   DR RECS'.
018400 01  DLR242-CHECK-LINE.
018500     05  DLR242-C-FILE-ID         PIC X(08).
018600     05  FILLER                   PIC X(01)  VALUE SPACES.
018700     05  DLR242-C-VERDICT         PIC X(12).
018800     05  FILLER                   PIC X(01)  VALUE SPACES.
018900     05  DLR242-C-DETAIL          PIC X(30).
019000     05  DLR242-C-PROD-COUNT      PIC Z(09)9.
019100     05  DLR242-C-DR-COUNT        PIC Z(09)9.
019200 01  DLR242-DATE-LINE.
019300     05  FILLER                   PIC X(36)  VALUE
019400         'BUSINESS DATE DIFFERS ON MANIFEST - '.
019500     05  DLR242-X-FILE-ID         PIC X(08).
019600     05  FILLER                   PIC X(06)  VALUE ' DATE '.
019700     05  DLR242-X-BUS-DATE        PIC 9(08).
019800 01  DLR242-TOTAL-LINE.
019900     05  DLR242-T-LABEL           PIC X(30).
020000     05  DLR242-T-COUNT           PIC ZZZZ9.
020100 01  DLR242-DECISION-LINE.
020200     05  FILLER                   PIC X(11)  VALUE 'DECISION - '.
020300     05  DLR242-X-DECISION        PIC X(12).
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE.
020700     IF  NOT DLR242-ABORT
020800         PERFORM 2000-CHECK-ONE-FILE
020900             VARYING DLR242-PX FROM 1 BY 1
021000             UNTIL DLR242-PX > DLR242-PROD-COUNT
021100     END-IF.
021200     PERFORM 9000-TERMINATE.
021300     STOP RUN.
021400
021500 1000-INITIALIZE.
021600     ACCEPT DLR242-RUN-DATE FROM DATE YYYYMMDD.
021700     ACCEPT DLR242-RUN-TIME FROM TIME.
021800     OPEN INPUT VERIFY-CARD.
021900     READ VERIFY-CARD
022000         AT END
022100             MOVE 'Y' TO DLR242-CARD-EOF-SW
022200     END-READ.
022300     IF  NOT DLR242-CARD-EOF
022400         IF  DRV-BUS-DATE IS NUMERIC
022500         AND DRV-BUS-DATE > ZERO
022600             MOVE DRV-BUS-DATE TO DLR242-BUS-DATE
022700         END-IF
022800     END-IF.
022900     CLOSE VERIFY-CARD.
023000     OPEN OUTPUT VERIFY-REPORT
023100                 RUNLOG-OUT.
023200     PERFORM 1100-LOAD-PROD-MANIFEST.
023300     PERFORM 1200-LOAD-DR-FIGURES.
023400     PERFORM 1300-LOAD-PRIOR-MANIFEST.
023500     IF  DLR242-BUS-DATE = ZERO
023600         MOVE DLR242-RUN-DATE TO DLR242-BUS-DATE
023700     END-IF.
023800     MOVE DLR242-BUS-DATE TO DLR242-H-BUS-DATE.
023900     WRITE VERIFY-LINE FROM DLR242-HEADING-1.
024000     MOVE SPACES TO VERIFY-LINE.
024100     WRITE VERIFY-LINE.
024200     IF  NOT DLR242-ABORT
024300         PERFORM 1400-CHECK-DATES
024400         WRITE VERIFY-LINE FROM DLR242-HEADING-2
024500     END-IF.
024600 1000-EXIT.
024700     EXIT.
024800
024900*    WITHOUT TONIGHT'S PRODUCTION MANIFEST THERE IS NOTHING TO
025000*    VERIFY AGAINST, AND THE RUN IS FAILED.
025100 1100-LOAD-PROD-MANIFEST.
025200     OPEN INPUT PROD-MANIFEST.
025300     IF  DLR242-PRD-STATUS NOT = '00'
025400         DISPLAY 'DLR242 PRODUCTION MANIFEST NOT AVAILABLE - '
025500             'STATUS ' DLR242-PRD-STATUS
025600         MOVE 'Y' TO DLR242-ABORT-SW
025700     ELSE
025800         MOVE 'N' TO DLR242-EOF-SW
025900         PERFORM 1110-READ-PROD
026000         PERFORM 1120-STORE-PROD-ROW
026100             UNTIL DLR242-EOF
026200         CLOSE PROD-MANIFEST
026300         IF  DLR242-PROD-COUNT = ZERO
026400             DISPLAY 'DLR242 PRODUCTION MANIFEST IS EMPTY'
026500             MOVE 'Y' TO DLR242-ABORT-SW
026600         END-IF
026700     END-IF.
026800 1100-EXIT.
026900     EXIT.
027000
027100 1110-READ-PROD.
027200     READ PROD-MANIFEST INTO DLR242-ROW
027300         AT END
027400             MOVE 'Y' TO DLR242-EOF-SW
027500     END-READ.
027600 1110-EXIT.
027700     EXIT.
027800
027900 1120-STORE-PROD-ROW.
028000     IF  DLR242-PROD-COUNT NOT < DLR242-MAX-ROWS
028100         DISPLAY 'DLR242 PRODUCTION MANIFEST EXCEEDS TABLE - '
028200             DLDRMAN-FILE-ID
028300         MOVE 'Y' TO DLR242-ABORT-SW
028400     ELSE
028500         ADD 1 TO DLR242-PROD-COUNT
028600         SET DLR242-PX TO DLR242-PROD-COUNT
028700         MOVE DLDRMAN-FILE-ID    TO DLR242-P-FILE-ID (DLR242-PX)
028800         MOVE DLDRMAN-FILE-CLASS TO DLR242-P-CLASS (DLR242-PX)
028900         MOVE DLDRMAN-BUS-DATE   TO DLR242-P-BUS-DATE (DLR242-PX)
029000         MOVE DLDRMAN-PRESENT-SW
029100             TO DLR242-P-PRESENT-SW (DLR242-PX)
029200         MOVE DLDRMAN-GEN-NO     TO DLR242-P-GEN-NO (DLR242-PX)
029300         MOVE DLDRMAN-FIGURES    TO DLR242-P-FIGURES (DLR242-PX)
029400         IF  DLR242-BUS-DATE = ZERO
029500             MOVE DLDRMAN-BUS-DATE TO DLR242-BUS-DATE
029600         END-IF
029700     END-IF.
029800     PERFORM 1110-READ-PROD.
029900 1120-EXIT.
030000     EXIT.
030100
030200 1200-LOAD-DR-FIGURES.
030300     OPEN INPUT DR-FIGURES.
030400     IF  DLR242-DRF-STATUS NOT = '00'
030500         DISPLAY 'DLR242 DR SITE FIGURES NOT AVAILABLE - '
030600             'STATUS ' DLR242-DRF-STATUS
030700         MOVE 'Y' TO DLR242-ABORT-SW
030800     ELSE
030900         MOVE 'N' TO DLR242-EOF-SW
031000         PERFORM 1210-READ-DR
031100         PERFORM 1220-STORE-DR-ROW
031200             UNTIL DLR242-EOF
031300         CLOSE DR-FIGURES
031400     END-IF.
031500 1200-EXIT.
031600     EXIT.
031700
031800 1210-READ-DR.
031900     READ DR-FIGURES INTO DLR242-ROW
032000         AT END
032100             MOVE 'Y' TO DLR242-EOF-SW
032200     END-READ.
032300 1210-EXIT.
032400     EXIT.
032500
032600 1220-STORE-DR-ROW.
032700     IF  DLR242-DR-COUNT NOT < DLR242-MAX-ROWS
032800         DISPLAY 'DLR242 DR SITE FIGURES EXCEED TABLE - '
032900             DLDRMAN-FILE-ID
033000         MOVE 'Y' TO DLR242-ABORT-SW
033100     ELSE
033200         ADD 1 TO DLR242-DR-COUNT
033300         SET DLR242-DX TO DLR242-DR-COUNT
033400         MOVE DLDRMAN-FILE-ID    TO DLR242-D-FILE-ID (DLR242-DX)
033500         MOVE DLDRMAN-BUS-DATE   TO DLR242-D-BUS-DATE (DLR242-DX)
033600         MOVE DLDRMAN-PRESENT-SW
033700             TO DLR242-D-PRESENT-SW (DLR242-DX)
033800         MOVE DLDRMAN-GEN-NO     TO DLR242-D-GEN-NO (DLR242-DX)
033900         MOVE DLDRMAN-FIGURES    TO DLR242-D-FIGURES (DLR242-DX)
034000     END-IF.
034100     PERFORM 1210-READ-DR.
034200 1220-EXIT.
034300     EXIT.
034400
034500*    THE PRIOR MANIFEST IS OPTIONAL - ON THE FIRST NIGHT THERE IS
034600*    NONE, AND ONLY THE GENERATION TEST CAN FIND A STALE COPY.
034700 1300-LOAD-PRIOR-MANIFEST.
034800     OPEN INPUT PRIOR-MANIFEST.
034900     IF  DLR242-PRI-STATUS NOT = '00'
035000         DISPLAY 'DLR242 NO PRIOR MANIFEST - STALE TEST ON '
035100             'GENERATIONS ONLY'
035200     ELSE
035300         MOVE 'Y' TO DLR242-PRIOR-SW
035400         MOVE 'N' TO DLR242-EOF-SW
035500         PERFORM 1310-READ-PRIOR
035600         PERFORM 1320-STORE-PRIOR-ROW
035700             UNTIL DLR242-EOF
035800         CLOSE PRIOR-MANIFEST
035900     END-IF.
036000 1300-EXIT.
036100     EXIT.
036200
036300 1310-READ-PRIOR.
036400     READ PRIOR-MANIFEST INTO DLR242-ROW
036500         AT END
036600             MOVE 'Y' TO DLR242-EOF-SW
036700     END-READ.
036800 1310-EXIT.
036900     EXIT.
037000
037100*    A PRIOR MANIFEST TOO LARGE FOR THE TABLE ONLY WEAKENS THE
037200*    STALE TEST, SO THE EXTRA ROWS ARE SIMPLY NOT HELD.
037300 1320-STORE-PRIOR-ROW.
037400     IF  DLR242-PRIOR-COUNT < DLR242-MAX-ROWS
037500         ADD 1 TO DLR242-PRIOR-COUNT
037600         SET DLR242-QX TO DLR242-PRIOR-COUNT
037700         MOVE DLDRMAN-FILE-ID    TO DLR242-Q-FILE-ID (DLR242-QX)
037800         MOVE DLDRMAN-PRESENT-SW
037900             TO DLR242-Q-PRESENT-SW (DLR242-QX)
038000         MOVE DLDRMAN-FIGURES    TO DLR242-Q-FIGURES (DLR242-QX)
038100     END-IF.
038200     PERFORM 1310-READ-PRIOR.
038300 1320-EXIT.
038400     EXIT.
038500
038600*    BOTH SETS OF FIGURES MUST BE FOR THE DATE BEING VERIFIED.
038700 1400-CHECK-DATES.
038800     PERFORM 1410-CHECK-PROD-DATE
038900         VARYING DLR242-PX FROM 1 BY 1
039000         UNTIL DLR242-PX > DLR242-PROD-COUNT.
039100     PERFORM 1420-CHECK-DR-DATE
039200         VARYING DLR242-DX FROM 1 BY 1
039300         UNTIL DLR242-DX > DLR242-DR-COUNT.
039400     IF  DLR242-DATE-MISMATCH
039500         MOVE SPACES TO VERIFY-LINE
039600         WRITE VERIFY-LINE
039700     END-IF.
039800 1400-EXIT.
039900     EXIT.
040000
040100 1410-CHECK-PROD-DATE.
040200     IF  DLR242-P-BUS-DATE (DLR242-PX) NOT = DLR242-BUS-DATE
040300         MOVE 'Y' TO DLR242-DATE-SW
040400         MOVE DLR242-P-FILE-ID (DLR242-PX) TO DLR242-X-FILE-ID
040500         MOVE DLR242-P-BUS-DATE (DLR242-PX) TO DLR242-X-BUS-DATE
040600         WRITE VERIFY-LINE FROM DLR242-DATE-LINE
040700     END-IF.
040800 1410-EXIT.
040900     EXIT.
041000
041100 1420-CHECK-DR-DATE.
041200     IF  DLR242-D-BUS-DATE (DLR242-DX) NOT = DLR242-BUS-DATE
041300         MOVE 'Y' TO DLR242-DATE-SW
041400         MOVE DLR242-D-FILE-ID (DLR242-DX) TO DLR242-X-FILE-ID
041500         MOVE DLR242-D-BUS-DATE (DLR242-DX) TO DLR242-X-BUS-DATE
041600         WRITE VERIFY-LINE FROM DLR242-DATE-LINE
041700     END-IF.
041800 1420-EXIT.
041900     EXIT.
042000
042100*    THE VERDICTS ARE TESTED IN ORDER OF SERIOUSNESS AND THE
042200*    FIRST THAT APPLIES IS REPORTED.
042300 2000-CHECK-ONE-FILE.
042400     ADD 1 TO DLR242-FILES-CHECKED.
042500     MOVE SPACES TO DLR242-DETAIL.
042600     MOVE 'N' TO DLR242-MATCH-SW.
042700     SET DLR242-DX TO 1.
042800     SEARCH DLR242-DR-ENTRY
042900         AT END
043000             CONTINUE
043100         WHEN DLR242-DX > DLR242-DR-COUNT
043200             CONTINUE
043300         WHEN DLR242-D-FILE-ID (DLR242-DX)
043400              = DLR242-P-FILE-ID (DLR242-PX)
043500             MOVE 'Y' TO DLR242-MATCH-SW
043600     END-SEARCH.
043700     EVALUATE TRUE
043800         WHEN NOT DLR242-P-PRESENT (DLR242-PX)
043900             MOVE 'NO PROD COPY' TO DLR242-VERDICT
044000             MOVE 'NOT OPENED AT PRODUCTION'
044100                 TO DLR242-DETAIL
044200             ADD 1 TO DLR242-FILES-NO-PROD
044300         WHEN NOT DLR242-DR-FOUND
044400             MOVE 'MISSING' TO DLR242-VERDICT
044500             MOVE 'NOT ON DR SITE FIGURES' TO DLR242-DETAIL
044600             ADD 1 TO DLR242-FILES-MISSING
044700         WHEN NOT DLR242-D-PRESENT (DLR242-DX)
044800             MOVE 'MISSING' TO DLR242-VERDICT
044900             MOVE 'NOT OPENED AT DR SITE' TO DLR242-DETAIL
045000             ADD 1 TO DLR242-FILES-MISSING
045100         WHEN OTHER
045200             PERFORM 2100-COMPARE-FIGURES
045300     END-EVALUATE.
045400     EVALUATE DLR242-VERDICT
045500         WHEN 'MATCHED'
045600             ADD 1 TO DLR242-FILES-IN-STEP
045700         WHEN 'NO PROD COPY'
045800             CONTINUE
045900         WHEN OTHER
046000             ADD 1 TO DLR242-FILES-OUT-OF-STEP
046100     END-EVALUATE.
046200     PERFORM 2900-WRITE-CHECK-LINE.
046300 2000-EXIT.
046400     EXIT.
046500
046600 2100-COMPARE-FIGURES.
046700     PERFORM 2110-FIND-PRIOR.
046800     EVALUATE TRUE
046900         WHEN DLR242-P-MASTER (DLR242-PX)
047000          AND DLR242-D-GEN-NO (DLR242-DX)
047100              < DLR242-P-GEN-NO (DLR242-PX)
047200             MOVE 'STALE' TO DLR242-VERDICT
047300             MOVE 'DR GENERATION BEHIND PROD'
047400                 TO DLR242-DETAIL
047500             ADD 1 TO DLR242-FILES-STALE
047600         WHEN DLR242-PRIOR-FOUND
047700          AND DLR242-D-FIGURES (DLR242-DX)
047800              = DLR242-Q-FIGURES (DLR242-QX)
047900          AND DLR242-P-FIGURES (DLR242-PX)
048000              NOT = DLR242-Q-FIGURES (DLR242-QX)
048100             MOVE 'STALE' TO DLR242-VERDICT
048200             MOVE 'DR COPY MATCHES PRIOR NIGHT'
048300                 TO DLR242-DETAIL
048400             ADD 1 TO DLR242-FILES-STALE
048500         WHEN DLR242-D-REC-COUNT (DLR242-DX)
048600              < DLR242-P-REC-COUNT (DLR242-PX)
048700             MOVE 'SHORT' TO DLR242-VERDICT
048800             MOVE 'FEWER RECORDS AT DR SITE'
048900                 TO DLR242-DETAIL
049000             ADD 1 TO DLR242-FILES-SHORT
049100         WHEN DLR242-D-FIGURES (DLR242-DX)
049200              = DLR242-P-FIGURES (DLR242-PX)
049300          AND DLR242-D-GEN-NO (DLR242-DX)
049400              = DLR242-P-GEN-NO (DLR242-PX)
049500             MOVE 'MATCHED' TO DLR242-VERDICT
049600             ADD 1 TO DLR242-FILES-MATCHED
049700         WHEN OTHER
049800             MOVE 'DIFFERENT' TO DLR242-VERDICT
049900             PERFORM 2120-NAME-DIFFERENCE
050000             ADD 1 TO DLR242-FILES-DIFFERENT
050100     END-EVALUATE.
050200 2100-EXIT.
050300     EXIT.
050400
050500 2110-FIND-PRIOR.
050600     MOVE 'N' TO DLR242-PRIOR-MATCH-SW.
050700     IF  DLR242-PRIOR-LOADED
050800         SET DLR242-QX TO 1
050900         SEARCH DLR242-PRIOR-ENTRY
051000             AT END
051100                 CONTINUE
051200             WHEN DLR242-QX > DLR242-PRIOR-COUNT
051300                 CONTINUE
051400             WHEN DLR242-Q-FILE-ID (DLR242-QX)
051500                  = DLR242-P-FILE-ID (DLR242-PX)
051600                 IF  DLR242-Q-PRESENT (DLR242-QX)
051700                     MOVE 'Y' TO DLR242-PRIOR-MATCH-SW
051800                 END-IF
051900         END-SEARCH
052000     END-IF.
052100 2110-EXIT.
052200     EXIT.
052300
052400 2120-NAME-DIFFERENCE.
052500     EVALUATE TRUE
052600         WHEN DLR242-D-REC-COUNT (DLR242-DX)
052700              NOT = DLR242-P-REC-COUNT (DLR242-PX)
052800             MOVE 'RECORD COUNT DIFFERS' TO DLR242-DETAIL
052900         WHEN DLR242-D-LOW-KEY (DLR242-DX)
053000              NOT = DLR242-P-LOW-KEY (DLR242-PX)
053100             MOVE 'LOW KEY DIFFERS' TO DLR242-DETAIL
053200         WHEN DLR242-D-HIGH-KEY (DLR242-DX)
053300              NOT = DLR242-P-HIGH-KEY (DLR242-PX)
053400             MOVE 'HIGH KEY DIFFERS' TO DLR242-DETAIL
053500         WHEN DLR242-D-KEY-CHECKSUM (DLR242-DX)
053600              NOT = DLR242-P-KEY-CHECKSUM (DLR242-PX)
053700             MOVE 'KEY CHECKSUM DIFFERS' TO DLR242-DETAIL
053800         WHEN DLR242-D-HASH-1 (DLR242-DX)
053900              NOT = DLR242-P-HASH-1 (DLR242-PX)
054000             MOVE 'FIRST AMOUNT HASH DIFFERS' TO DLR242-DETAIL
054100         WHEN DLR242-D-HASH-2 (DLR242-DX)
054200              NOT = DLR242-P-HASH-2 (DLR242-PX)
054300             MOVE 'SECOND AMOUNT HASH DIFFERS' TO DLR242-DETAIL
054400         WHEN OTHER
054500             MOVE 'DR GENERATION AHEAD OF PROD' TO DLR242-DETAIL
054600     END-EVALUATE.
054700 2120-EXIT.
054800     EXIT.
054900
055000 2900-WRITE-CHECK-LINE.
055100     MOVE DLR242-P-FILE-ID (DLR242-PX) TO DLR242-C-FILE-ID.
055200     MOVE DLR242-VERDICT TO DLR242-C-VERDICT.
055300     MOVE DLR242-DETAIL  TO DLR242-C-DETAIL.
055400     MOVE DLR242-P-REC-COUNT (DLR242-PX) TO DLR242-C-PROD-COUNT.
055500     IF  DLR242-DR-FOUND
055600         MOVE DLR242-D-REC-COUNT (DLR242-DX) TO DLR242-C-DR-COUNT
055700     ELSE
055800         MOVE ZERO TO DLR242-C-DR-COUNT
055900     END-IF.
056000     WRITE VERIFY-LINE FROM DLR242-CHECK-LINE.
056100 2900-EXIT.
056200     EXIT.
056300
056400 8000-WRITE-TOTAL.
056500     WRITE VERIFY-LINE FROM DLR242-TOTAL-LINE.
056600 8000-EXIT.
056700     EXIT.
056800
056900*    THE OUTCOME IS POSTED AS AN END EVENT FOR THE VERIFIED DATE;
057000*    RECS-IN IS THE FILES CHECKED AND RECS-OUT THOSE IN STEP.
057100 8100-POST-RUN-LOG.
057200     MOVE 'DLR242  '            TO DLRUNLOG-JOB-NAME.
057300     MOVE DLR242-BUS-DATE       TO DLRUNLOG-BUS-DATE.
057400     SET DLRUNLOG-END           TO TRUE.
057500     IF  DLR242-ABORT
057600     OR  DLR242-DATE-MISMATCH
057700     OR  DLR242-FILES-OUT-OF-STEP > ZERO
057800         SET DLRUNLOG-FAILED    TO TRUE
057900     ELSE
058000         SET DLRUNLOG-CLEAN     TO TRUE
058100     END-IF.
058200     MOVE DLR242-FILES-CHECKED  TO DLRUNLOG-RECS-IN.
058300     MOVE DLR242-FILES-IN-STEP  TO DLRUNLOG-RECS-OUT.
058400     MOVE DLR242-RUN-TIME (1:6) TO DLRUNLOG-LOGGED-TIME.
058500     WRITE DLRUNLOG-RECORD.
058600 8100-EXIT.
058700     EXIT.
058800
058900 9000-TERMINATE.
059000     MOVE SPACES TO VERIFY-LINE.
059100     WRITE VERIFY-LINE.
059200     MOVE 'FILES CHECKED'          TO DLR242-T-LABEL.
059300     MOVE DLR242-FILES-CHECKED     TO DLR242-T-COUNT.
059400     PERFORM 8000-WRITE-TOTAL.
059500     MOVE 'FILES MATCHED'          TO DLR242-T-LABEL.
059600     MOVE DLR242-FILES-MATCHED     TO DLR242-T-COUNT.
059700     PERFORM 8000-WRITE-TOTAL.
059800     MOVE 'FILES MISSING'          TO DLR242-T-LABEL.
059900     MOVE DLR242-FILES-MISSING     TO DLR242-T-COUNT.
060000     PERFORM 8000-WRITE-TOTAL.
060100     MOVE 'FILES STALE'            TO DLR242-T-LABEL.
060200     MOVE DLR242-FILES-STALE       TO DLR242-T-COUNT.
060300     PERFORM 8000-WRITE-TOTAL.
060400     MOVE 'FILES SHORT'            TO DLR242-T-LABEL.
060500     MOVE DLR242-FILES-SHORT       TO DLR242-T-COUNT.
060600     PERFORM 8000-WRITE-TOTAL.
060700     MOVE 'FILES DIFFERENT'        TO DLR242-T-LABEL.
060800     MOVE DLR242-FILES-DIFFERENT   TO DLR242-T-COUNT.
060900     PERFORM 8000-WRITE-TOTAL.
061000     MOVE 'FILES WITH NO PROD COPY' TO DLR242-T-LABEL.
061100     MOVE DLR242-FILES-NO-PROD     TO DLR242-T-COUNT.
061200     PERFORM 8000-WRITE-TOTAL.
061300     MOVE SPACES TO VERIFY-LINE.
061400     WRITE VERIFY-LINE.
061500     EVALUATE TRUE
061600         WHEN DLR242-ABORT
061700             MOVE 'NOT VERIFIED' TO DLR242-X-DECISION
061800             MOVE 16 TO RETURN-CODE
061900         WHEN DLR242-DATE-MISMATCH
062000         WHEN DLR242-FILES-OUT-OF-STEP > ZERO
062100             MOVE 'OUT OF STEP' TO DLR242-X-DECISION
062200             MOVE 8 TO RETURN-CODE
062300         WHEN OTHER
062400             MOVE 'IN STEP' TO DLR242-X-DECISION
062500     END-EVALUATE.
062600     WRITE VERIFY-LINE FROM DLR242-DECISION-LINE.
062700     PERFORM 8100-POST-RUN-LOG.
062800     DISPLAY 'DLR242 BUSINESS DATE          = ' DLR242-BUS-DATE.
062900     DISPLAY 'DLR242 FILES CHECKED          = '
063000         DLR242-FILES-CHECKED.
063100     DISPLAY 'DLR242 FILES IN STEP          = '
063200         DLR242-FILES-IN-STEP.
063300     DISPLAY 'DLR242 FILES OUT OF STEP      = '
063400         DLR242-FILES-OUT-OF-STEP.
063500     DISPLAY 'DLR242 DECISION               = ' DLR242-X-DECISION.
063600     CLOSE VERIFY-REPORT
063700           RUNLOG-OUT.
063800 9000-EXIT.
063900     EXIT.
