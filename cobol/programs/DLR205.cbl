000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR205.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR205 - VENDOR REBATE AGREEMENT MAINTENANCE                 *
001000*                                                                *
001100*   APPLIES THE BUYING OFFICE'S REBATE AGREEMENT CARDS TO THE    *
001200*   DLREBAGR MASTER, ONE ROW PER VENDOR AND AGREEMENT PERIOD     *
001300*   START. AN 'A' CARD OF TYPE H SETS THE PERIOD END, BASIS      *
001400*   (R RECEIPT VALUE, P PO VALUE) AND DESCRIPTION, ADDING THE    *
001500*   AGREEMENT IF IT IS NEW; AN 'A' CARD OF TYPE T SETS THE FIVE  *
001600*   TIERS (THRESHOLD IN WHOLE CURRENCY UNITS AND REBATE          *
001700*   PERCENT) OF AN AGREEMENT ALREADY ON THE MASTER. A 'D' CARD   *
001800*   DELETES THE AGREEMENT. A CARD WITH A BAD ACTION OR TYPE, A   *
001900*   SUPPLIER OR DATE NOT VALID, A PERIOD END NOT AFTER ITS       *
002000*   START, A PERIOD OVERLAPPING ANOTHER AGREEMENT FOR THE SAME   *
002100*   VENDOR, A BAD BASIS, TIERS NOT RISING OR A TIER WITH NO      *
002200*   RATE, A TIER CARD OR DELETE FOR AN AGREEMENT NOT ON THE      *
002300*   MASTER, OR ANY CHANGE TO AN AGREEMENT DLR206 HAS ALREADY     *
002400*   CLAIMED IS REJECTED AND THE RUN ENDS WITH RETURN CODE 4.     *
002500*                                                                *
002600*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002700*  ---|----------|------------------------------|------------    *
002800*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT REBATE-CARDS      ASSIGN TO RBTCARD
003800                              ORGANIZATION IS SEQUENTIAL.
003900     SELECT REBATE-MASTER     ASSIGN TO DLREBAGR
004000                              ORGANIZATION IS INDEXED
004100                              ACCESS MODE IS DYNAMIC
004200                              RECORD KEY IS DLREBAGR-KEY.
004300     SELECT REBATE-REPORT     ASSIGN TO RBTMRPT
004400                              ORGANIZATION IS SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  REBATE-CARDS
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  REBATE-CARD-REC.
005100     05  RBC-ACTION              PIC X(01).
005200         88  RBC-ADD-CHANGE             VALUE 'A'.
005300         88  RBC-DELETE                 VALUE 'D'.
005400     05  RBC-CARD-TYPE           PIC X(01).
005500         88  RBC-HEADER-CARD            VALUE 'H'.
005600         88  RBC-TIERS-CARD             VALUE 'T'.
005700     05  RBC-SUP-ID              PIC X(08).
005800     05  RBC-SUP-ID-9 REDEFINES RBC-SUP-ID
005900                                 PIC 9(08).
006000     05  RBC-PERIOD-START        PIC X(08).
006100     05  RBC-PERIOD-START-9 REDEFINES RBC-PERIOD-START
006200                                 PIC 9(08).
006300     05  RBC-DETAIL              PIC X(62).
006400     05  RBC-HEADER REDEFINES RBC-DETAIL.
006500         10  RBC-PERIOD-END      PIC X(08).
006600         10  RBC-PERIOD-END-9 REDEFINES RBC-PERIOD-END
006700                                 PIC 9(08).
006800         10  RBC-BASIS           PIC X(01).
006900         10  RBC-DESCRIPTION     PIC X(30).
007000         10  FILLER              PIC X(23).
007100     05  RBC-TIERS REDEFINES RBC-DETAIL.
007200         10  RBC-TIER OCCURS 5 TIMES.
007300             15  RBC-TIER-FROM   PIC X(08).
007400             15  RBC-TIER-FROM-9 REDEFINES RBC-TIER-FROM
007500                                 PIC 9(08).
007600             15  RBC-TIER-PCT    PIC X(04).
007700             15  RBC-TIER-PCT-9 REDEFINES RBC-TIER-PCT
007800                                 PIC 9(02)V99.
007900         10  FILLER              PIC X(02).
008000 FD  REBATE-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200 01  DLREBAGR-RECORD.
008300     COPY DLREBAGR.
008400 FD  REBATE-REPORT
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD.
008700 01  REBATE-LINE                 PIC X(132).
008800 WORKING-STORAGE SECTION.
008900 01  DLR205-SWITCHES.
009000     05  DLR205-EOF-SW            PIC X(01)  VALUE 'N'.
009100         88  DLR205-EOF                      VALUE 'Y'.
009200     05  DLR205-FOUND-SW          PIC X(01)  VALUE 'N'.
009300         88  DLR205-FOUND                    VALUE 'Y'.
009400     05  DLR205-SCAN-END-SW       PIC X(01)  VALUE 'N'.
009500         88  DLR205-SCAN-END                 VALUE 'Y'.
009600 01  DLR205-RUN-DATE              PIC 9(08)  VALUE ZERO.
009700 01  DLR205-REJECT-TEXT           PIC X(36).
009800*    A CARD DATE BROKEN INTO ITS PARTS FOR CHECKING.
009900 01  DLR205-CHECK-DATE            PIC 9(08).
010000 01  DLR205-CHECK-PARTS REDEFINES DLR205-CHECK-DATE.
010100     05  DLR205-CHK-CCYY          PIC 9(04).
010200     05  DLR205-CHK-MM            PIC 9(02).
010300     05  DLR205-CHK-DD            PIC 9(02).
010400 01  DLR205-DATE-OK-SW            PIC X(01)  VALUE 'N'.
010500     88  DLR205-DATE-OK                      VALUE 'Y'.
010600 01  DLR205-TIER-CONTROL.
010700     05  DLR205-TIER-SUB          PIC S9(04)  COMP.
010800     05  DLR205-PREV-FROM         PIC 9(08).
010900     05  DLR205-LAST-USED         PIC 9(01).
011000 01  DLR205-COUNTERS.
011100     05  DLR205-CARDS-READ        PIC 9(07)  VALUE ZERO.
011200     05  DLR205-ADDED             PIC 9(07)  VALUE ZERO.
011300     05  DLR205-CHANGED           PIC 9(07)  VALUE ZERO.
011400     05  DLR205-DELETED           PIC 9(07)  VALUE ZERO.
011500     05  DLR205-REJECTED          PIC 9(07)  VALUE ZERO.
011600 01  DLR205-HEADING-1.
011700     05  FILLER                   PIC X(53)  VALUE
011800         'DLR205 - REBATE AGREEMENT MAINTENANCE            RUN '.
011900     05  DLR205-H-RUN-DATE        PIC 9(08).
012000 01  DLR205-HEADING-2.
012100     05  FILLER                   PIC X(40)  VALUE
012200         'REBATE CARDS REJECTED - NOT APPLIED'.
012300 01  DLR205-REJECT-LINE.
012400     05  DLR205-R-CARD            PIC X(80).
012500     05  FILLER                   PIC X(02)  VALUE SPACES.
012600     05  DLR205-R-TEXT            PIC X(36).
012700 01  DLR205-ACTION-LINE.
012800     05  DLR205-A-ACTION          PIC X(18).
012900     05  DLR205-A-SUP-ID          PIC 9(08).
013000     05  FILLER                   PIC X(02)  VALUE SPACES.
013100     05  DLR205-A-PERIOD-START    PIC 9(08).
013200     05  FILLER                   PIC X(04)  VALUE ' TO '.
013300     05  DLR205-A-PERIOD-END      PIC 9(08).
013400     05  FILLER                   PIC X(08)  VALUE '  BASIS '.
013500     05  DLR205-A-BASIS           PIC X(01).
013600     05  FILLER                   PIC X(02)  VALUE SPACES.
013700     05  DLR205-A-DESCRIPTION     PIC X(30).
013800 01  DLR205-TIER-LINE.
013900     05  FILLER                   PIC X(18)  VALUE SPACES.
014000     05  FILLER                   PIC X(20)  VALUE
014100         'PURCHASES FROM'.
014200     05  DLR205-T-FROM            PIC ZZZ,ZZZ,ZZ9.
014300     05  FILLER                   PIC X(08)  VALUE '  REBATE'.
014400     05  DLR205-T-PCT             PIC ZZ9.99.
014500     05  FILLER                   PIC X(01)  VALUE '%'.
014600 01  DLR205-TOTAL-LINE.
014700     05  DLR205-T-LABEL           PIC X(40).
014800     05  DLR205-T-COUNT           PIC ZZZZZZZZ9.
014900 01  DLR205-BLANK-LINE            PIC X(01)  VALUE SPACE.
015000 PROCEDURE DIVISION.
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE.
015300     PERFORM 2000-APPLY-CARD
015400         UNTIL DLR205-EOF.
015500     PERFORM 8000-PRINT-TOTALS.
015600     PERFORM 9000-TERMINATE.
015700     STOP RUN.
015800
015900 1000-INITIALIZE.
016000     OPEN INPUT  REBATE-CARDS.
016100     OPEN I-O    REBATE-MASTER.
016200     OPEN OUTPUT REBATE-REPORT.
016300     ACCEPT DLR205-RUN-DATE FROM DATE YYYYMMDD.
016400     MOVE DLR205-RUN-DATE TO DLR205-H-RUN-DATE.
016500     WRITE REBATE-LINE FROM DLR205-HEADING-1.
016600     WRITE REBATE-LINE FROM DLR205-BLANK-LINE.
016700     PERFORM 2100-READ-CARD.
016800 1000-EXIT.
016900     EXIT.
017000
017100 2000-APPLY-CARD.
017200     ADD 1 TO DLR205-CARDS-READ.
017300     MOVE SPACES TO DLR205-REJECT-TEXT.
017400     MOVE 'N' TO DLR205-DATE-OK-SW.
017500     IF  RBC-PERIOD-START NUMERIC
017600         MOVE RBC-PERIOD-START-9 TO DLR205-CHECK-DATE
017700         PERFORM 2150-CHECK-DATE
017800     END-IF.
017900     EVALUATE TRUE
018000         WHEN NOT RBC-ADD-CHANGE
018100         AND  NOT RBC-DELETE
018200             MOVE 'ACTION NOT A OR D'
018300                 TO DLR205-REJECT-TEXT
018400         WHEN RBC-SUP-ID NOT NUMERIC
018500         OR   RBC-SUP-ID-9 = ZERO
018600             MOVE 'SUPPLIER NOT VALID'
018700                 TO DLR205-REJECT-TEXT
018800         WHEN NOT DLR205-DATE-OK
018900             MOVE 'PERIOD START NOT A VALID DATE'
019000                 TO DLR205-REJECT-TEXT
019100         WHEN RBC-DELETE
019200             CONTINUE
019300         WHEN RBC-HEADER-CARD
019400             PERFORM 2200-CHECK-HEADER-CARD
019500         WHEN RBC-TIERS-CARD
019600             PERFORM 2300-CHECK-TIERS-CARD
019700         WHEN OTHER
019800             MOVE 'CARD TYPE NOT H OR T'
019900                 TO DLR205-REJECT-TEXT
020000     END-EVALUATE.
020100     IF  DLR205-REJECT-TEXT = SPACES
020200     AND RBC-HEADER-CARD
020300     AND RBC-ADD-CHANGE
020400         PERFORM 2350-CHECK-OVERLAP
020500     END-IF.
020600     IF  DLR205-REJECT-TEXT = SPACES
020700         MOVE RBC-SUP-ID-9        TO DLREBAGR-SUP-ID
020800         MOVE RBC-PERIOD-START-9  TO DLREBAGR-PERIOD-START
020900         PERFORM 2400-READ-MASTER
021000         EVALUATE TRUE
021100             WHEN DLR205-FOUND
021200             AND  DLREBAGR-CLAIMED
021300                 MOVE 'AGREEMENT ALREADY CLAIMED'
021400                     TO DLR205-REJECT-TEXT
021500             WHEN RBC-DELETE
021600                 PERFORM 2600-DELETE-ROW
021700             WHEN RBC-TIERS-CARD
021800             AND  NOT DLR205-FOUND
021900                 MOVE 'TIER CARD FOR AGREEMENT NOT ON FILE'
022000                     TO DLR205-REJECT-TEXT
022100             WHEN OTHER
022200                 PERFORM 2500-STORE-ROW
022300         END-EVALUATE
022400     END-IF.
022500     IF  DLR205-REJECT-TEXT NOT = SPACES
022600         PERFORM 2900-WRITE-REJECT
022700     END-IF.
022800     PERFORM 2100-READ-CARD.
022900 2000-EXIT.
023000     EXIT.
023100
023200 2100-READ-CARD.
023300     READ REBATE-CARDS
023400         AT END
023500             MOVE 'Y' TO DLR205-EOF-SW
023600     END-READ.
023700 2100-EXIT.
023800     EXIT.
023900
024000 2150-CHECK-DATE.
024100     MOVE 'N' TO DLR205-DATE-OK-SW.
024200     IF  DLR205-CHK-CCYY > 1900
024300     AND DLR205-CHK-MM > ZERO
024400     AND DLR205-CHK-MM < 13
024500     AND DLR205-CHK-DD > ZERO
024600     AND DLR205-CHK-DD < 32
024700         MOVE 'Y' TO DLR205-DATE-OK-SW
024800     END-IF.
024900 2150-EXIT.
025000     EXIT.
025100
025200 2200-CHECK-HEADER-CARD.
025300     MOVE 'N' TO DLR205-DATE-OK-SW.
025400     IF  RBC-PERIOD-END NUMERIC
025500         MOVE RBC-PERIOD-END-9 TO DLR205-CHECK-DATE
025600         PERFORM 2150-CHECK-DATE
025700     END-IF.
025800     EVALUATE TRUE
025900         WHEN NOT DLR205-DATE-OK
026000             MOVE 'PERIOD END NOT A VALID DATE'
026100                 TO DLR205-REJECT-TEXT
026200         WHEN RBC-PERIOD-END-9 NOT > RBC-PERIOD-START-9
026300             MOVE 'PERIOD END NOT AFTER START'
026400                 TO DLR205-REJECT-TEXT
026500         WHEN RBC-BASIS NOT = 'R'
026600         AND  RBC-BASIS NOT = 'P'
026700             MOVE 'BASIS NOT R OR P'
026800                 TO DLR205-REJECT-TEXT
026900         WHEN OTHER
027000             CONTINUE
027100     END-EVALUATE.
027200 2200-EXIT.
027300     EXIT.
027400
027500*    TIERS ARE USED FROM THE FIRST: EACH THRESHOLD MUST BE ABOVE
027600*    THE ONE BEFORE (THE FIRST MAY BE ZERO) AND CARRY A RATE,
027700*    AND ONCE A TIER IS LEFT BLANK THE REST MUST BE BLANK TOO.
027800 2300-CHECK-TIERS-CARD.
027900     MOVE ZERO TO DLR205-PREV-FROM.
028000     MOVE ZERO TO DLR205-LAST-USED.
028100     PERFORM 2310-CHECK-ONE-TIER
028200         VARYING DLR205-TIER-SUB FROM 1 BY 1
028300         UNTIL DLR205-TIER-SUB > 5
028400            OR DLR205-REJECT-TEXT NOT = SPACES.
028500     IF  DLR205-REJECT-TEXT = SPACES
028600     AND DLR205-LAST-USED = ZERO
028700         MOVE 'NO REBATE TIERS GIVEN'
028800             TO DLR205-REJECT-TEXT
028900     END-IF.
029000 2300-EXIT.
029100     EXIT.
029200
029300 2310-CHECK-ONE-TIER.
029400     EVALUATE TRUE
029500         WHEN RBC-TIER-FROM (DLR205-TIER-SUB) NOT NUMERIC
029600         OR   RBC-TIER-PCT (DLR205-TIER-SUB) NOT NUMERIC
029700             MOVE 'REBATE TIER NOT NUMERIC'
029800                 TO DLR205-REJECT-TEXT
029900         WHEN RBC-TIER-PCT-9 (DLR205-TIER-SUB) = ZERO
030000             IF  RBC-TIER-FROM-9 (DLR205-TIER-SUB) > ZERO
030100                 MOVE 'REBATE TIER HAS NO RATE'
030200                     TO DLR205-REJECT-TEXT
030300             END-IF
030400         WHEN DLR205-LAST-USED < DLR205-TIER-SUB - 1
030500             MOVE 'GAP BETWEEN REBATE TIERS'
030600                 TO DLR205-REJECT-TEXT
030700         WHEN DLR205-LAST-USED > ZERO
030800         AND  RBC-TIER-FROM-9 (DLR205-TIER-SUB)
030900                 NOT > DLR205-PREV-FROM
031000             MOVE 'REBATE TIERS NOT RISING'
031100                 TO DLR205-REJECT-TEXT
031200         WHEN OTHER
031300             MOVE RBC-TIER-FROM-9 (DLR205-TIER-SUB)
031400                 TO DLR205-PREV-FROM
031500             MOVE DLR205-TIER-SUB TO DLR205-LAST-USED
031600     END-EVALUATE.
031700 2310-EXIT.
031800     EXIT.
031900
032000*    EVERY OTHER AGREEMENT FOR THE VENDOR IS READ; A PERIOD
032100*    SHARING ANY DAY WITH THE CARD'S PERIOD WOULD COUNT THE
032200*    SAME PURCHASES TWICE.
032300 2350-CHECK-OVERLAP.
032400     MOVE 'N' TO DLR205-SCAN-END-SW.
032500     MOVE RBC-SUP-ID-9 TO DLREBAGR-SUP-ID.
032600     MOVE ZERO TO DLREBAGR-PERIOD-START.
032700     START REBATE-MASTER KEY IS NOT LESS THAN DLREBAGR-KEY
032800         INVALID KEY
032900             MOVE 'Y' TO DLR205-SCAN-END-SW
033000     END-START.
033100     PERFORM 2360-TEST-ONE-AGREEMENT
033200         UNTIL DLR205-SCAN-END.
033300 2350-EXIT.
033400     EXIT.
033500
033600 2360-TEST-ONE-AGREEMENT.
033700     READ REBATE-MASTER NEXT RECORD
033800         AT END
033900             MOVE 'Y' TO DLR205-SCAN-END-SW
034000     END-READ.
034100     IF  NOT DLR205-SCAN-END
034200         IF  DLREBAGR-SUP-ID NOT = RBC-SUP-ID-9
034300             MOVE 'Y' TO DLR205-SCAN-END-SW
034400         ELSE
034500             IF  DLREBAGR-PERIOD-START NOT = RBC-PERIOD-START-9
034600             AND DLREBAGR-PERIOD-START NOT > RBC-PERIOD-END-9
034700             AND DLREBAGR-PERIOD-END NOT < RBC-PERIOD-START-9
034800                 MOVE 'PERIOD OVERLAPS ANOTHER AGREEMENT'
034900                     TO DLR205-REJECT-TEXT
035000                 MOVE 'Y' TO DLR205-SCAN-END-SW
035100             END-IF
035200         END-IF
035300     END-IF.
035400 2360-EXIT.
035500     EXIT.
035600
035700 2400-READ-MASTER.
035800     READ REBATE-MASTER
035900         INVALID KEY
036000             MOVE 'N' TO DLR205-FOUND-SW
036100         NOT INVALID KEY
036200             MOVE 'Y' TO DLR205-FOUND-SW
036300     END-READ.
036400 2400-EXIT.
036500     EXIT.
036600
036700 2500-STORE-ROW.
036800     IF  NOT DLR205-FOUND
036900         MOVE SPACES              TO DLREBAGR-RECORD
037000         MOVE RBC-SUP-ID-9        TO DLREBAGR-SUP-ID
037100         MOVE RBC-PERIOD-START-9  TO DLREBAGR-PERIOD-START
037200         SET DLREBAGR-ACTIVE      TO TRUE
037300         MOVE ZERO                TO DLREBAGR-PURCHASES
037400         MOVE ZERO                TO DLREBAGR-TIER-REACHED
037500         MOVE ZERO                TO DLREBAGR-REBATE-EARNED
037600         MOVE ZERO                TO DLREBAGR-REBATE-ACCRUED
037700         MOVE ZERO                TO DLREBAGR-LAST-ACCRUAL-DATE
037800         MOVE ZERO                TO DLREBAGR-CLAIM-NO
037900         MOVE ZERO                TO DLREBAGR-CLAIM-DATE
038000         PERFORM 2510-CLEAR-ONE-TIER
038100             VARYING DLR205-TIER-SUB FROM 1 BY 1
038200             UNTIL DLR205-TIER-SUB > 5
038300     END-IF.
038400     IF  RBC-HEADER-CARD
038500         MOVE RBC-PERIOD-END-9    TO DLREBAGR-PERIOD-END
038600         MOVE RBC-BASIS           TO DLREBAGR-BASIS
038700         MOVE RBC-DESCRIPTION     TO DLREBAGR-DESCRIPTION
038800     ELSE
038900         PERFORM 2520-MOVE-ONE-TIER
039000             VARYING DLR205-TIER-SUB FROM 1 BY 1
039100             UNTIL DLR205-TIER-SUB > 5
039200     END-IF.
039300     MOVE DLR205-RUN-DATE     TO DLREBAGR-LAST-MAINT-DATE.
039400     IF  DLR205-FOUND
039500         REWRITE DLREBAGR-RECORD
039600             INVALID KEY
039700                 DISPLAY 'DLR205 DLREBAGR REWRITE FAILED '
039800                     DLREBAGR-KEY
039900         END-REWRITE
040000         ADD 1 TO DLR205-CHANGED
040100         MOVE 'AGREEMENT CHANGED' TO DLR205-A-ACTION
040200     ELSE
040300         WRITE DLREBAGR-RECORD
040400             INVALID KEY
040500                 DISPLAY 'DLR205 DLREBAGR WRITE FAILED '
040600                     DLREBAGR-KEY
040700         END-WRITE
040800         ADD 1 TO DLR205-ADDED
040900         MOVE 'AGREEMENT ADDED' TO DLR205-A-ACTION
041000     END-IF.
041100     PERFORM 2800-WRITE-ACTION.
041200 2500-EXIT.
041300     EXIT.
041400
041500 2510-CLEAR-ONE-TIER.
041600     MOVE ZERO TO DLREBAGR-TIER-FROM (DLR205-TIER-SUB).
041700     MOVE ZERO TO DLREBAGR-TIER-PCT (DLR205-TIER-SUB).
041800 2510-EXIT.
041900     EXIT.
042000
042100 2520-MOVE-ONE-TIER.
042200     MOVE RBC-TIER-FROM-9 (DLR205-TIER-SUB)
042300         TO DLREBAGR-TIER-FROM (DLR205-TIER-SUB).
042400     MOVE RBC-TIER-PCT-9 (DLR205-TIER-SUB)
042500         TO DLREBAGR-TIER-PCT (DLR205-TIER-SUB).
042600 2520-EXIT.
042700     EXIT.
042800
042900 2600-DELETE-ROW.
043000     IF  NOT DLR205-FOUND
043100         MOVE 'DELETE FOR AGREEMENT NOT ON FILE'
043200             TO DLR205-REJECT-TEXT
043300     ELSE
043400         DELETE REBATE-MASTER
043500             INVALID KEY
043600                 DISPLAY 'DLR205 DLREBAGR DELETE FAILED '
043700                     DLREBAGR-KEY
043800         END-DELETE
043900         ADD 1 TO DLR205-DELETED
044000         MOVE 'AGREEMENT DELETED' TO DLR205-A-ACTION
044100         PERFORM 2800-WRITE-ACTION
044200     END-IF.
044300 2600-EXIT.
044400     EXIT.
044500
044600 2800-WRITE-ACTION.
044700     MOVE DLREBAGR-SUP-ID         TO DLR205-A-SUP-ID.
044800     MOVE DLREBAGR-PERIOD-START   TO DLR205-A-PERIOD-START.
044900     MOVE DLREBAGR-PERIOD-END     TO DLR205-A-PERIOD-END.
045000     MOVE DLREBAGR-BASIS          TO DLR205-A-BASIS.
045100     MOVE DLREBAGR-DESCRIPTION    TO DLR205-A-DESCRIPTION.
045200     WRITE REBATE-LINE FROM DLR205-ACTION-LINE.
045300     IF  NOT RBC-DELETE
045400         PERFORM 2810-WRITE-ONE-TIER
045500             VARYING DLR205-TIER-SUB FROM 1 BY 1
045600             UNTIL DLR205-TIER-SUB > 5
045700     END-IF.
045800 2800-EXIT.
045900     EXIT.
046000
046100 2810-WRITE-ONE-TIER.
046200     IF  DLREBAGR-TIER-PCT (DLR205-TIER-SUB) > ZERO
046300         MOVE DLREBAGR-TIER-FROM (DLR205-TIER-SUB)
046400             TO DLR205-T-FROM
046500         MOVE DLREBAGR-TIER-PCT (DLR205-TIER-SUB)
046600             TO DLR205-T-PCT
046700         WRITE REBATE-LINE FROM DLR205-TIER-LINE
046800     END-IF.
046900 2810-EXIT.
047000     EXIT.
047100
047200 2900-WRITE-REJECT.
047300     ADD 1 TO DLR205-REJECTED.
047400     MOVE REBATE-CARD-REC     TO DLR205-R-CARD.
047500     MOVE DLR205-REJECT-TEXT  TO DLR205-R-TEXT.
047600     IF  DLR205-REJECTED = 1
047700         WRITE REBATE-LINE FROM DLR205-BLANK-LINE
047800         WRITE REBATE-LINE FROM DLR205-HEADING-2
047900     END-IF.
048000     WRITE REBATE-LINE FROM DLR205-REJECT-LINE.
048100 2900-EXIT.
048200     EXIT.
048300
048400 8000-PRINT-TOTALS.
048500     WRITE REBATE-LINE FROM DLR205-BLANK-LINE.
048600     MOVE 'REBATE CARDS READ' TO DLR205-T-LABEL.
048700     MOVE DLR205-CARDS-READ TO DLR205-T-COUNT.
048800     WRITE REBATE-LINE FROM DLR205-TOTAL-LINE.
048900     MOVE 'AGREEMENTS ADDED' TO DLR205-T-LABEL.
049000     MOVE DLR205-ADDED TO DLR205-T-COUNT.
049100     WRITE REBATE-LINE FROM DLR205-TOTAL-LINE.
049200     MOVE 'AGREEMENTS CHANGED' TO DLR205-T-LABEL.
049300     MOVE DLR205-CHANGED TO DLR205-T-COUNT.
049400     WRITE REBATE-LINE FROM DLR205-TOTAL-LINE.
049500     MOVE 'AGREEMENTS DELETED' TO DLR205-T-LABEL.
049600     MOVE DLR205-DELETED TO DLR205-T-COUNT.
049700     WRITE REBATE-LINE FROM DLR205-TOTAL-LINE.
049800     MOVE 'REJECTED' TO DLR205-T-LABEL.
049900     MOVE DLR205-REJECTED TO DLR205-T-COUNT.
050000     WRITE REBATE-LINE FROM DLR205-TOTAL-LINE.
050100 8000-EXIT.
050200     EXIT.
050300
050400 9000-TERMINATE.
050500     DISPLAY 'DLR205 CARDS READ        = ' DLR205-CARDS-READ.
050600     DISPLAY 'DLR205 REJECTED          = ' DLR205-REJECTED.
050700     IF  DLR205-REJECTED > ZERO
050800         MOVE 4 TO RETURN-CODE
050900     END-IF.
051000     CLOSE REBATE-CARDS
051100           REBATE-MASTER
051200           REBATE-REPORT.
051300 9000-EXIT.
051400     EXIT.
