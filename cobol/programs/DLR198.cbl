000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR198.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR198 - CARRIER FREIGHT RATE CARD MAINTENANCE               *
001000*                                                                *
001100*   APPLIES THE TRANSPORT OFFICE'S RATE CARDS TO THE DLFRTRTE    *
001200*   MASTER, ONE ROW PER CARRIER AND DC (DC 0000 BEING THE        *
001300*   CARRIER'S CARD FOR ANY OTHER DC). AN 'A' CARD OF TYPE C      *
001400*   SETS THE CARRIER NAME, MINIMUM CHARGE, PALLET CHARGE AND     *
001500*   FUEL LEVY PERCENT; AN 'A' CARD OF TYPE W SETS THE FIVE       *
001600*   WEIGHT BREAKS (UP-TO KG AND RATE PER KG). EITHER CARD ADDS   *
001700*   THE ROW IF IT IS NOT ON THE MASTER, LEAVING THE OTHER HALF   *
001800*   ZERO UNTIL ITS CARD FOLLOWS. A 'D' CARD DELETES THE ROW.     *
001900*   A CARD WITH A BAD ACTION OR TYPE, NO CARRIER, A DC OR        *
002000*   CHARGE NOT NUMERIC, A FUEL LEVY OVER 100 PERCENT, BREAKS     *
002100*   NOT RISING OR A BREAK WITH NO RATE, OR A DELETE FOR A ROW    *
002200*   NOT ON THE MASTER IS REJECTED AND THE RUN ENDS WITH RETURN   *
002300*   CODE 4. DLR199 COSTS THE NIGHT'S DELIVERIES FROM IT.         *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT RATE-CARDS        ASSIGN TO RATECARD
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT RATE-MASTER       ASSIGN TO DLFRTRTE
003900                              ORGANIZATION IS INDEXED
004000                              ACCESS MODE IS RANDOM
004100                              RECORD KEY IS DLFRTRTE-KEY.
004200     SELECT RATE-REPORT       ASSIGN TO RATERPT
004300                              ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RATE-CARDS
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD.
004900 01  RATE-CARD-REC.
005000     05  RTC-ACTION              PIC X(01).
005100         88  RTC-ADD-CHANGE             VALUE 'A'.
005200         88  RTC-DELETE                 VALUE 'D'.
005300     05  RTC-CARD-TYPE           PIC X(01).
005400         88  RTC-CHARGES-CARD           VALUE 'C'.
005500         88  RTC-WEIGHTS-CARD           VALUE 'W'.
005600     05  RTC-CARRIER             PIC X(08).
005700     05  RTC-DC-NO               PIC X(04).
005800     05  RTC-DC-NO-9 REDEFINES RTC-DC-NO
005900                                 PIC 9(04).
006000     05  RTC-DETAIL              PIC X(66).
006100     05  RTC-CHARGES REDEFINES RTC-DETAIL.
006200         10  RTC-CARRIER-NAME    PIC X(20).
006300         10  RTC-MIN-CHARGE      PIC X(07).
006400         10  RTC-MIN-CHARGE-9 REDEFINES RTC-MIN-CHARGE
006500                                 PIC 9(05)V99.
006600         10  RTC-PALLET-CHARGE   PIC X(07).
006700         10  RTC-PALLET-CHARGE-9 REDEFINES RTC-PALLET-CHARGE
006800                                 PIC 9(05)V99.
006900         10  RTC-FUEL-PCT        PIC X(05).
007000         10  RTC-FUEL-PCT-9 REDEFINES RTC-FUEL-PCT
007100                                 PIC 9(03)V99.
007200         10  FILLER              PIC X(27).
007300     05  RTC-WEIGHTS REDEFINES RTC-DETAIL.
007400         10  RTC-BREAK OCCURS 5 TIMES.
007500             15  RTC-BRK-UPTO    PIC X(06).
007600             15  RTC-BRK-UPTO-9 REDEFINES RTC-BRK-UPTO
007700                                 PIC 9(06).
007800             15  RTC-BRK-RATE    PIC X(06).
007900             15  RTC-BRK-RATE-9 REDEFINES RTC-BRK-RATE
008000                                 PIC 9(02)V9(4).
008100         10  FILLER              PIC X(06).
008200 FD  RATE-MASTER
008300     LABEL RECORDS ARE STANDARD.
008400 01  DLFRTRTE-RECORD.
008500     COPY DLFRTRTE.
008600 FD  RATE-REPORT
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  RATE-LINE                   PIC X(132).
009000 WORKING-STORAGE SECTION.
009100 01  DLR198-SWITCHES.
009200     05  DLR198-EOF-SW            PIC X(01)  VALUE 'N'.
009300         88  DLR198-EOF                      VALUE 'Y'.
009400     05  DLR198-FOUND-SW          PIC X(01)  VALUE 'N'.
009500         88  DLR198-FOUND                    VALUE 'Y'.
009600 01  DLR198-RUN-DATE              PIC 9(08)  VALUE ZERO.
009700 01  DLR198-REJECT-TEXT           PIC X(36).
009800 01  DLR198-BREAK-CONTROL.
009900     05  DLR198-BRK-SUB           PIC S9(04)  COMP.
010000     05  DLR198-PREV-UPTO         PIC 9(06).
010100     05  DLR198-LAST-USED         PIC 9(06).
010200 01  DLR198-COUNTERS.
010300     05  DLR198-CARDS-READ        PIC 9(07)  VALUE ZERO.
010400     05  DLR198-ADDED             PIC 9(07)  VALUE ZERO.
010500     05  DLR198-CHANGED           PIC 9(07)  VALUE ZERO.
010600     05  DLR198-DELETED           PIC 9(07)  VALUE ZERO.
010700     05  DLR198-REJECTED          PIC 9(07)  VALUE ZERO.
010800 01  DLR198-HEADING-1.
010900     05  FILLER                   PIC X(53)  VALUE
011000         'DLR198 - CARRIER RATE CARD MAINTENANCE           RUN '.
011100     05  DLR198-H-RUN-DATE        PIC 9(08).
011200 01  DLR198-HEADING-2.
011300     05  FILLER                   PIC X(40)  VALUE
011400         'RATE CARDS REJECTED - NOT APPLIED'.
011500 01  DLR198-REJECT-LINE.
011600     05  DLR198-R-CARD            PIC X(80).
011700     05  FILLER                   PIC X(02)  VALUE SPACES.
011800     05  DLR198-R-TEXT            PIC X(36).
011900 01  DLR198-ACTION-LINE.
012000     05  DLR198-A-ACTION          PIC X(14).
012100     05  DLR198-A-CARRIER         PIC X(08).
012200     05  FILLER                   PIC X(04)  VALUE ' DC '.
012300     05  DLR198-A-DC-NO           PIC 9(04).
012400     05  FILLER                   PIC X(02)  VALUE SPACES.
012500     05  DLR198-A-NAME            PIC X(20).
012600     05  FILLER                   PIC X(06)  VALUE '  MIN '.
012700     05  DLR198-A-MIN-CHARGE      PIC ZZZZ9.99.
012800     05  FILLER                   PIC X(09)  VALUE '  PALLET '.
012900     05  DLR198-A-PALLET-CHARGE   PIC ZZZZ9.99.
013000     05  FILLER                   PIC X(07)  VALUE '  FUEL '.
013100     05  DLR198-A-FUEL-PCT        PIC ZZ9.99.
013200     05  FILLER                   PIC X(01)  VALUE '%'.
013300 01  DLR198-BREAK-LINE.
013400     05  FILLER                   PIC X(18)  VALUE SPACES.
013500     05  FILLER                   PIC X(12)  VALUE
013600         'WEIGHT UP TO'.
013700     05  DLR198-B-UPTO            PIC ZZZZZ9.
013800     05  FILLER                   PIC X(13)  VALUE
013900         ' KG  RATE/KG '.
014000     05  DLR198-B-RATE            PIC Z9.9999.
014100 01  DLR198-TOTAL-LINE.
014200     05  DLR198-T-LABEL           PIC X(40).
014300     05  DLR198-T-COUNT           PIC ZZZZZZZZ9.
014400 01  DLR198-BLANK-LINE            PIC X(01)  VALUE SPACE.
014500 PROCEDURE DIVISION.
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE.
014800     PERFORM 2000-APPLY-CARD
014900         UNTIL DLR198-EOF.
015000     PERFORM 8000-PRINT-TOTALS.
015100     PERFORM 9000-TERMINATE.
015200     STOP RUN.
015300
015400 1000-INITIALIZE.
015500     OPEN INPUT  RATE-CARDS.
015600     OPEN I-O    RATE-MASTER.
015700     OPEN OUTPUT RATE-REPORT.
015800     ACCEPT DLR198-RUN-DATE FROM DATE YYYYMMDD.
015900     MOVE DLR198-RUN-DATE TO DLR198-H-RUN-DATE.
016000     WRITE RATE-LINE FROM DLR198-HEADING-1.
016100     WRITE RATE-LINE FROM DLR198-BLANK-LINE.
016200     PERFORM 2100-READ-CARD.
016300 1000-EXIT.
016400     EXIT.
016500
016600 2000-APPLY-CARD.
016700     ADD 1 TO DLR198-CARDS-READ.
016800     MOVE SPACES TO DLR198-REJECT-TEXT.
016900     EVALUATE TRUE
017000         WHEN NOT RTC-ADD-CHANGE
017100         AND  NOT RTC-DELETE
017200             MOVE 'ACTION NOT A OR D'
017300                 TO DLR198-REJECT-TEXT
017400         WHEN RTC-CARRIER = SPACES
017500             MOVE 'CARRIER MISSING'
017600                 TO DLR198-REJECT-TEXT
017700         WHEN RTC-DC-NO NOT NUMERIC
017800             MOVE 'DC NOT NUMERIC'
017900                 TO DLR198-REJECT-TEXT
018000         WHEN RTC-DELETE
018100             CONTINUE
018200         WHEN RTC-CHARGES-CARD
018300             PERFORM 2200-CHECK-CHARGES-CARD
018400         WHEN RTC-WEIGHTS-CARD
018500             PERFORM 2300-CHECK-WEIGHTS-CARD
018600         WHEN OTHER
018700             MOVE 'CARD TYPE NOT C OR W'
018800                 TO DLR198-REJECT-TEXT
018900     END-EVALUATE.
019000     IF  DLR198-REJECT-TEXT = SPACES
019100         MOVE RTC-CARRIER  TO DLFRTRTE-CARRIER
019200         MOVE RTC-DC-NO-9  TO DLFRTRTE-DC-NO
019300         PERFORM 2400-READ-MASTER
019400         IF  RTC-DELETE
019500             PERFORM 2600-DELETE-ROW
019600         ELSE
019700             PERFORM 2500-STORE-ROW
019800         END-IF
019900     END-IF.
020000     IF  DLR198-REJECT-TEXT NOT = SPACES
020100         PERFORM 2900-WRITE-REJECT
020200     END-IF.
020300     PERFORM 2100-READ-CARD.
020400 2000-EXIT.
020500     EXIT.
020600
020700 2100-READ-CARD.
020800     READ RATE-CARDS
020900         AT END
021000             MOVE 'Y' TO DLR198-EOF-SW
021100     END-READ.
021200 2100-EXIT.
021300     EXIT.
021400
021500 2200-CHECK-CHARGES-CARD.
021600     EVALUATE TRUE
021700         WHEN RTC-MIN-CHARGE NOT NUMERIC
021800             MOVE 'MINIMUM CHARGE NOT NUMERIC'
021900                 TO DLR198-REJECT-TEXT
022000         WHEN RTC-PALLET-CHARGE NOT NUMERIC
022100             MOVE 'PALLET CHARGE NOT NUMERIC'
022200                 TO DLR198-REJECT-TEXT
022300         WHEN RTC-FUEL-PCT NOT NUMERIC
022400         OR   RTC-FUEL-PCT-9 > 100
022500             MOVE 'FUEL LEVY PERCENT NOT VALID'
022600                 TO DLR198-REJECT-TEXT
022700         WHEN OTHER
022800             CONTINUE
022900     END-EVALUATE.
023000 2200-EXIT.
023100     EXIT.
023200
023300*    BREAKS ARE USED FROM THE FIRST: EACH UP-TO WEIGHT MUST BE
023400*    ABOVE THE ONE BEFORE AND CARRY A RATE, AND ONCE A BREAK IS
023500*    LEFT ZERO THE REST MUST BE ZERO TOO.
023600 2300-CHECK-WEIGHTS-CARD.
023700     MOVE ZERO TO DLR198-PREV-UPTO.
023800     MOVE ZERO TO DLR198-LAST-USED.
023900     PERFORM 2310-CHECK-ONE-BREAK
024000         VARYING DLR198-BRK-SUB FROM 1 BY 1
024100         UNTIL DLR198-BRK-SUB > 5
024200            OR DLR198-REJECT-TEXT NOT = SPACES.
024300     IF  DLR198-REJECT-TEXT = SPACES
024400     AND DLR198-LAST-USED = ZERO
024500         MOVE 'NO WEIGHT BREAKS GIVEN'
024600             TO DLR198-REJECT-TEXT
024700     END-IF.
024800 2300-EXIT.
024900     EXIT.
025000
025100 2310-CHECK-ONE-BREAK.
025200     EVALUATE TRUE
025300         WHEN RTC-BRK-UPTO (DLR198-BRK-SUB) NOT NUMERIC
025400         OR   RTC-BRK-RATE (DLR198-BRK-SUB) NOT NUMERIC
025500             MOVE 'WEIGHT BREAK NOT NUMERIC'
025600                 TO DLR198-REJECT-TEXT
025700         WHEN RTC-BRK-UPTO-9 (DLR198-BRK-SUB) = ZERO
025800             IF  RTC-BRK-RATE-9 (DLR198-BRK-SUB) > ZERO
025900                 MOVE 'RATE GIVEN ON AN EMPTY BREAK'
026000                     TO DLR198-REJECT-TEXT
026100             END-IF
026200         WHEN DLR198-LAST-USED < DLR198-BRK-SUB - 1
026300             MOVE 'GAP BETWEEN WEIGHT BREAKS'
026400                 TO DLR198-REJECT-TEXT
026500         WHEN RTC-BRK-UPTO-9 (DLR198-BRK-SUB)
026600                 NOT > DLR198-PREV-UPTO
026700             MOVE 'WEIGHT BREAKS NOT RISING'
026800                 TO DLR198-REJECT-TEXT
026900         WHEN RTC-BRK-RATE-9 (DLR198-BRK-SUB) = ZERO
027000             MOVE 'WEIGHT BREAK HAS NO RATE'
027100                 TO DLR198-REJECT-TEXT
027200         WHEN OTHER
027300             MOVE RTC-BRK-UPTO-9 (DLR198-BRK-SUB)
027400                 TO DLR198-PREV-UPTO
027500             MOVE DLR198-BRK-SUB TO DLR198-LAST-USED
027600     END-EVALUATE.
027700 2310-EXIT.
027800     EXIT.
027900
028000 2400-READ-MASTER.
028100     READ RATE-MASTER
028200         INVALID KEY
028300             MOVE 'N' TO DLR198-FOUND-SW
028400         NOT INVALID KEY
028500             MOVE 'Y' TO DLR198-FOUND-SW
028600     END-READ.
028700 2400-EXIT.
028800     EXIT.
028900
029000 2500-STORE-ROW.
029100     IF  NOT DLR198-FOUND
029200         MOVE SPACES              TO DLFRTRTE-RECORD
029300         MOVE RTC-CARRIER         TO DLFRTRTE-CARRIER
029400         MOVE RTC-DC-NO-9         TO DLFRTRTE-DC-NO
029500         MOVE ZERO                TO DLFRTRTE-MIN-CHARGE
029600         MOVE ZERO                TO DLFRTRTE-PALLET-CHARGE
029700         MOVE ZERO                TO DLFRTRTE-FUEL-LEVY-PCT
029800         PERFORM 2510-CLEAR-ONE-BREAK
029900             VARYING DLR198-BRK-SUB FROM 1 BY 1
030000             UNTIL DLR198-BRK-SUB > 5
030100     END-IF.
030200     IF  RTC-CHARGES-CARD
030300         MOVE RTC-CARRIER-NAME    TO DLFRTRTE-CARRIER-NAME
030400         MOVE RTC-MIN-CHARGE-9    TO DLFRTRTE-MIN-CHARGE
030500         MOVE RTC-PALLET-CHARGE-9 TO DLFRTRTE-PALLET-CHARGE
030600         MOVE RTC-FUEL-PCT-9      TO DLFRTRTE-FUEL-LEVY-PCT
030700     ELSE
030800         PERFORM 2520-MOVE-ONE-BREAK
030900             VARYING DLR198-BRK-SUB FROM 1 BY 1
031000             UNTIL DLR198-BRK-SUB > 5
031100     END-IF.
031200     MOVE DLR198-RUN-DATE     TO DLFRTRTE-LAST-MAINT-DATE.
031300     IF  DLR198-FOUND
031400         REWRITE DLFRTRTE-RECORD
031500             INVALID KEY
031600                 DISPLAY 'DLR198 DLFRTRTE REWRITE FAILED '
031700                     DLFRTRTE-KEY
031800         END-REWRITE
031900         ADD 1 TO DLR198-CHANGED
032000         MOVE 'ROW CHANGED' TO DLR198-A-ACTION
032100     ELSE
032200         WRITE DLFRTRTE-RECORD
032300             INVALID KEY
032400                 DISPLAY 'DLR198 DLFRTRTE WRITE FAILED '
032500                     DLFRTRTE-KEY
032600         END-WRITE
032700         ADD 1 TO DLR198-ADDED
032800         MOVE 'ROW ADDED' TO DLR198-A-ACTION
032900     END-IF.
033000     PERFORM 2800-WRITE-ACTION.
033100 2500-EXIT.
033200     EXIT.
033300
033400 2510-CLEAR-ONE-BREAK.
033500     MOVE ZERO TO DLFRTRTE-BRK-UPTO-KG (DLR198-BRK-SUB).
033600     MOVE ZERO TO DLFRTRTE-BRK-RATE-KG (DLR198-BRK-SUB).
033700 2510-EXIT.
033800     EXIT.
033900
034000 2520-MOVE-ONE-BREAK.
034100     MOVE RTC-BRK-UPTO-9 (DLR198-BRK-SUB)
034200         TO DLFRTRTE-BRK-UPTO-KG (DLR198-BRK-SUB).
034300     MOVE RTC-BRK-RATE-9 (DLR198-BRK-SUB)
034400         TO DLFRTRTE-BRK-RATE-KG (DLR198-BRK-SUB).
034500 2520-EXIT.
034600     EXIT.
034700
034800 2600-DELETE-ROW.
034900     IF  NOT DLR198-FOUND
035000         MOVE 'DELETE FOR ROW NOT ON MASTER'
035100             TO DLR198-REJECT-TEXT
035200     ELSE
035300         DELETE RATE-MASTER
035400             INVALID KEY
035500                 DISPLAY 'DLR198 DLFRTRTE DELETE FAILED '
035600                     DLFRTRTE-KEY
035700         END-DELETE
035800         ADD 1 TO DLR198-DELETED
035900         MOVE 'ROW DELETED' TO DLR198-A-ACTION
036000         PERFORM 2800-WRITE-ACTION
036100     END-IF.
036200 2600-EXIT.
036300     EXIT.
036400
036500 2800-WRITE-ACTION.
036600     MOVE DLFRTRTE-CARRIER        TO DLR198-A-CARRIER.
036700     MOVE DLFRTRTE-DC-NO          TO DLR198-A-DC-NO.
036800     MOVE DLFRTRTE-CARRIER-NAME   TO DLR198-A-NAME.
036900     MOVE DLFRTRTE-MIN-CHARGE     TO DLR198-A-MIN-CHARGE.
037000     MOVE DLFRTRTE-PALLET-CHARGE  TO DLR198-A-PALLET-CHARGE.
037100     MOVE DLFRTRTE-FUEL-LEVY-PCT  TO DLR198-A-FUEL-PCT.
037200     WRITE RATE-LINE FROM DLR198-ACTION-LINE.
037300     IF  NOT RTC-DELETE
037400         PERFORM 2810-WRITE-ONE-BREAK
037500             VARYING DLR198-BRK-SUB FROM 1 BY 1
037600             UNTIL DLR198-BRK-SUB > 5
037700     END-IF.
037800 2800-EXIT.
037900     EXIT.
038000
038100 2810-WRITE-ONE-BREAK.
038200     IF  DLFRTRTE-BRK-UPTO-KG (DLR198-BRK-SUB) > ZERO
038300         MOVE DLFRTRTE-BRK-UPTO-KG (DLR198-BRK-SUB)
038400             TO DLR198-B-UPTO
038500         MOVE DLFRTRTE-BRK-RATE-KG (DLR198-BRK-SUB)
038600             TO DLR198-B-RATE
038700         WRITE RATE-LINE FROM DLR198-BREAK-LINE
038800     END-IF.
038900 2810-EXIT.
039000     EXIT.
039100
039200 2900-WRITE-REJECT.
039300     ADD 1 TO DLR198-REJECTED.
039400     MOVE RATE-CARD-REC       TO DLR198-R-CARD.
039500     MOVE DLR198-REJECT-TEXT  TO DLR198-R-TEXT.
039600     IF  DLR198-REJECTED = 1
039700         WRITE RATE-LINE FROM DLR198-BLANK-LINE
039800         WRITE RATE-LINE FROM DLR198-HEADING-2
039900     END-IF.
040000     WRITE RATE-LINE FROM DLR198-REJECT-LINE.
040100 2900-EXIT.
040200     EXIT.
040300
040400 8000-PRINT-TOTALS.
040500     WRITE RATE-LINE FROM DLR198-BLANK-LINE.
040600     MOVE 'RATE CARDS READ' TO DLR198-T-LABEL.
040700     MOVE DLR198-CARDS-READ TO DLR198-T-COUNT.
040800     WRITE RATE-LINE FROM DLR198-TOTAL-LINE.
040900     MOVE 'ROWS ADDED' TO DLR198-T-LABEL.
041000     MOVE DLR198-ADDED TO DLR198-T-COUNT.
041100     WRITE RATE-LINE FROM DLR198-TOTAL-LINE.
041200     MOVE 'ROWS CHANGED' TO DLR198-T-LABEL.
041300     MOVE DLR198-CHANGED TO DLR198-T-COUNT.
041400     WRITE RATE-LINE FROM DLR198-TOTAL-LINE.
041500     MOVE 'ROWS DELETED' TO DLR198-T-LABEL.
041600     MOVE DLR198-DELETED TO DLR198-T-COUNT.
041700     WRITE RATE-LINE FROM DLR198-TOTAL-LINE.
041800     MOVE 'REJECTED' TO DLR198-T-LABEL.
041900     MOVE DLR198-REJECTED TO DLR198-T-COUNT.
042000     WRITE RATE-LINE FROM DLR198-TOTAL-LINE.
042100 8000-EXIT.
042200     EXIT.
042300
042400 9000-TERMINATE.
042500     DISPLAY 'DLR198 CARDS READ        = ' DLR198-CARDS-READ.
042600     DISPLAY 'DLR198 REJECTED          = ' DLR198-REJECTED.
042700     IF  DLR198-REJECTED > ZERO
042800         MOVE 4 TO RETURN-CODE
042900     END-IF.
043000     CLOSE RATE-CARDS
043100           RATE-MASTER
043200           RATE-REPORT.
043300 9000-EXIT.
043400     EXIT.
