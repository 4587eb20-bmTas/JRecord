000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR223.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR223 - DIRECT DEBIT MANDATE MASTER MAINTENANCE             *
001000*                                                                *
001100*   APPLIES THE DAY'S MANDATE CARDS - ADD (A), AMEND (M) OR      *
001200*   CANCEL (C) - TO THE DLDDMAND MASTER OF INVOICE CUSTOMERS     *
001300*   PAYING BY DIRECT DEBIT, AND WRITES THE NEW GENERATION IN     *
001400*   CUSTOMER ORDER FOR THE DLR224 COLLECTION RUN. AN ADD FOR A   *
001500*   CUSTOMER WHOSE MANDATE WAS CANCELLED REPLACES IT; AN AMEND   *
001600*   CHANGES ONLY THE FIELDS PUNCHED. EVERY CARD IS LISTED WITH   *
001700*   ITS RESULT.                                                  *
001800*                                                                *
001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT MANDATE-CARDS     ASSIGN TO DDMCARD
003100                              ORGANIZATION IS SEQUENTIAL.
003200     SELECT MANDATE-IN        ASSIGN TO DDMANDI
003300                              ORGANIZATION IS SEQUENTIAL.
003400     SELECT MANDATE-OUT       ASSIGN TO DDMANDO
003500                              ORGANIZATION IS SEQUENTIAL.
003600     SELECT ACTIVITY-REPORT   ASSIGN TO DDMACT
003700                              ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  MANDATE-CARDS
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD.
004300 01  MANDATE-CARD-REC.
004400     05  DMC-ACTION              PIC X(01).
004500         88  DMC-ADD                    VALUE 'A'.
004600         88  DMC-AMEND                  VALUE 'M'.
004700         88  DMC-CANCEL                 VALUE 'C'.
004800     05  DMC-CUSTOMER-NUMBER     PIC 9(09).
004900     05  DMC-MANDATE-REF         PIC X(18).
005000     05  DMC-BANK-CODE           PIC X(04).
005100     05  DMC-BRANCH-CODE         PIC X(03).
005200     05  DMC-ACCOUNT-NO          PIC X(12).
005300     05  DMC-ACCOUNT-NAME        PIC X(20).
005400     05  DMC-COLLECTION-DAY      PIC 9(02).
005500*    ADD - DATE SIGNED; CANCEL - DATE CANCELLED. ZERO MEANS
005600*    THE RUN DATE.
005700     05  DMC-EFFECTIVE-DATE      PIC 9(08).
005800     05  DMC-ENTERED-BY          PIC X(08).
005900     05  FILLER                  PIC X(15).
006000 FD  MANDATE-IN
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  DLDDMAND-RECORD.
006400     COPY DLDDMAND.
006500 FD  MANDATE-OUT
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  MANDATE-OUT-REC             PIC X(120).
006900 FD  ACTIVITY-REPORT
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  ACTIVITY-LINE               PIC X(132).
007300 WORKING-STORAGE SECTION.
007400 01  DLR223-SWITCHES.
007500     05  DLR223-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
007600         88  DLR223-CARD-EOF                 VALUE 'Y'.
007700     05  DLR223-MAND-EOF-SW       PIC X(01)  VALUE 'N'.
007800         88  DLR223-MAND-EOF                 VALUE 'Y'.
007900     05  DLR223-FOUND-SW          PIC X(01)  VALUE 'N'.
008000         88  DLR223-FOUND                    VALUE 'Y'.
008100 01  DLR223-RUN-DATE              PIC 9(08)  VALUE ZERO.
008200 01  DLR223-EFFECTIVE-DATE        PIC 9(08)  VALUE ZERO.
008300 01  DLR223-REJECT-REASON         PIC X(30).
008400*    THE MASTER, HELD IN CUSTOMER ORDER.
008500 01  DLR223-MAND-CONTROL.
008600     05  DLR223-MAND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
008700     05  DLR223-SUB               PIC S9(04)  COMP.
008800     05  DLR223-SUB-NEXT          PIC S9(04)  COMP.
008900     05  DLR223-INSERT-AT         PIC S9(04)  COMP.
009000 01  DLR223-MAND-TABLE.
009100     05  DLR223-MAND-ENTRY OCCURS 3000 TIMES
009200                           INDEXED BY DLR223-MX.
009300         10  DLR223-M-CUSTOMER    PIC 9(09).
009400         10  DLR223-M-STATUS      PIC X(01).
009500             88  DLR223-M-ACTIVE             VALUE 'A'.
009600         10  DLR223-M-MANDATE-REF PIC X(18).
009700         10  DLR223-M-BANK-CODE   PIC X(04).
009800         10  DLR223-M-BRANCH-CODE PIC X(03).
009900         10  DLR223-M-ACCOUNT-NO  PIC X(12).
010000         10  DLR223-M-ACCOUNT-NAME PIC X(20).
010100         10  DLR223-M-COLLECTION-DAY PIC 9(02).
010200         10  DLR223-M-SIGNED-DATE PIC 9(08).
010300         10  DLR223-M-CANCEL-DATE PIC 9(08).
010400         10  DLR223-M-UPDATED-DATE PIC 9(08).
010500         10  DLR223-M-UPDATED-BY  PIC X(08).
010600         10  FILLER               PIC X(19).
010700 01  DLR223-MAND-SAVE             PIC X(120).
010800 01  DLR223-COUNTERS.
010900     05  DLR223-CARDS-READ        PIC 9(07)  VALUE ZERO.
011000     05  DLR223-ADDED             PIC 9(07)  VALUE ZERO.
011100     05  DLR223-AMENDED           PIC 9(07)  VALUE ZERO.
011200     05  DLR223-CANCELLED         PIC 9(07)  VALUE ZERO.
011300     05  DLR223-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
011400     05  DLR223-MAND-READ         PIC 9(07)  VALUE ZERO.
011500     05  DLR223-MAND-DROPPED      PIC 9(07)  VALUE ZERO.
011600     05  DLR223-MAND-WRITTEN      PIC 9(07)  VALUE ZERO.
011700     05  DLR223-MAND-ACTIVE       PIC 9(07)  VALUE ZERO.
011800 01  DLR223-HEADING-1.
011900     05  FILLER                   PIC X(53)  VALUE
012000         'DLR223 - DIRECT DEBIT MANDATE CARDS APPLIED      RUN '.
012100     05  DLR223-H1-RUN-DATE       PIC 9(08).
012200 01  DLR223-HEADING-2.
012300     05  FILLER                   PIC X(40)  VALUE
012400         'ACTION    CUSTOMER  MANDATE REFERENCE   '.
012500     05  FILLER                   PIC X(40)  VALUE
012600         'BANK BRN ACCOUNT      DAY EFFECTIVE  RES'.
012700     05  FILLER                   PIC X(04)  VALUE
012800         'ULT '.
012900 01  DLR223-DETAIL-LINE.
013000     05  DLR223-D-ACTION          PIC X(09).
013100     05  FILLER                   PIC X(01).
013200     05  DLR223-D-CUSTOMER        PIC 9(09).
013300     05  FILLER                   PIC X(01).
013400     05  DLR223-D-MANDATE-REF     PIC X(18).
013500     05  FILLER                   PIC X(02).
013600     05  DLR223-D-BANK-CODE       PIC X(04).
013700     05  FILLER                   PIC X(01).
013800     05  DLR223-D-BRANCH-CODE     PIC X(03).
013900     05  FILLER                   PIC X(01).
014000     05  DLR223-D-ACCOUNT-NO      PIC X(12).
014100     05  FILLER                   PIC X(02).
014200     05  DLR223-D-DAY             PIC Z9.
014300     05  FILLER                   PIC X(01).
014400     05  DLR223-D-EFFECTIVE       PIC 9(08).
014500     05  FILLER                   PIC X(02).
014600     05  DLR223-D-RESULT          PIC X(30).
014700 01  DLR223-TOTAL-LINE.
014800     05  DLR223-T-LABEL           PIC X(40).
014900     05  DLR223-T-COUNT           PIC ZZZZZZZZ9.
015000 01  DLR223-BLANK-LINE            PIC X(01)  VALUE SPACE.
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE.
015400     PERFORM 2000-APPLY-ONE-CARD
015500         UNTIL DLR223-CARD-EOF.
015600     PERFORM 4000-WRITE-MANDATE
015700         VARYING DLR223-MX FROM 1 BY 1
015800         UNTIL DLR223-MX > DLR223-MAND-COUNT.
015900     PERFORM 8000-PRINT-TOTALS.
016000     PERFORM 9000-TERMINATE.
016100     STOP RUN.
016200
016300 1000-INITIALIZE.
016400     ACCEPT DLR223-RUN-DATE FROM DATE YYYYMMDD.
016500     PERFORM 1100-LOAD-MANDATES.
016600     OPEN INPUT  MANDATE-CARDS.
016700     OPEN OUTPUT MANDATE-OUT
016800                 ACTIVITY-REPORT.
016900     MOVE DLR223-RUN-DATE TO DLR223-H1-RUN-DATE.
017000     WRITE ACTIVITY-LINE FROM DLR223-HEADING-1.
017100     WRITE ACTIVITY-LINE FROM DLR223-HEADING-2.
017200     PERFORM 2100-READ-CARD.
017300 1000-EXIT.
017400     EXIT.
017500
017600*    THE OLD GENERATION IS ALREADY IN CUSTOMER ORDER.
017700 1100-LOAD-MANDATES.
017800     OPEN INPUT MANDATE-IN.
017900     PERFORM 1110-READ-MANDATE.
018000     PERFORM 1120-HOLD-ONE-MANDATE
018100         UNTIL DLR223-MAND-EOF.
018200     CLOSE MANDATE-IN.
018300 1100-EXIT.
018400     EXIT.
018500
018600 1110-READ-MANDATE.
018700     READ MANDATE-IN
018800         AT END
018900             MOVE 'Y' TO DLR223-MAND-EOF-SW
019000     END-READ.
019100 1110-EXIT.
019200     EXIT.
019300
019400 1120-HOLD-ONE-MANDATE.
019500     ADD 1 TO DLR223-MAND-READ.
019600     IF  DLR223-MAND-COUNT < 3000
019700         ADD 1 TO DLR223-MAND-COUNT
019800         SET DLR223-MX TO DLR223-MAND-COUNT
019900         MOVE DLDDMAND-RECORD TO DLR223-MAND-ENTRY (DLR223-MX)
020000     ELSE
020100         ADD 1 TO DLR223-MAND-DROPPED
020200     END-IF.
020300     PERFORM 1110-READ-MANDATE.
020400 1120-EXIT.
020500     EXIT.
020600
020700*    CARDS ARE APPLIED IN THE ORDER KEYED.
020800 2000-APPLY-ONE-CARD.
020900     ADD 1 TO DLR223-CARDS-READ.
021000     MOVE SPACES TO DLR223-REJECT-REASON.
021100     IF  DMC-EFFECTIVE-DATE = ZERO
021200         MOVE DLR223-RUN-DATE TO DLR223-EFFECTIVE-DATE
021300     ELSE
021400         MOVE DMC-EFFECTIVE-DATE TO DLR223-EFFECTIVE-DATE
021500     END-IF.
021600     PERFORM 2200-FIND-MANDATE.
021700     EVALUATE TRUE
021800         WHEN DMC-ADD
021900             PERFORM 3100-ADD-MANDATE
022000         WHEN DMC-AMEND
022100             PERFORM 3200-AMEND-MANDATE
022200         WHEN DMC-CANCEL
022300             PERFORM 3300-CANCEL-MANDATE
022400         WHEN OTHER
022500             MOVE 'UNKNOWN ACTION CODE' TO DLR223-REJECT-REASON
022600     END-EVALUATE.
022700     IF  DLR223-REJECT-REASON NOT = SPACES
022800         ADD 1 TO DLR223-CARDS-REJECTED
022900     END-IF.
023000     PERFORM 3800-LIST-CARD.
023100     PERFORM 2100-READ-CARD.
023200 2000-EXIT.
023300     EXIT.
023400
023500 2100-READ-CARD.
023600     READ MANDATE-CARDS
023700         AT END
023800             MOVE 'Y' TO DLR223-CARD-EOF-SW
023900     END-READ.
024000 2100-EXIT.
024100     EXIT.
024200
024300*    NOT FOUND LEAVES THE INDEX ON THE SLOT A NEW MANDATE FOR
024400*    THE CUSTOMER WOULD TAKE.
024500 2200-FIND-MANDATE.
024600     MOVE 'N' TO DLR223-FOUND-SW.
024700     SET DLR223-MX TO 1.
024800     SEARCH DLR223-MAND-ENTRY
024900         AT END
025000             CONTINUE
025100         WHEN DLR223-MX > DLR223-MAND-COUNT
025200             CONTINUE
025300         WHEN DLR223-M-CUSTOMER (DLR223-MX)
025400                  = DMC-CUSTOMER-NUMBER
025500             MOVE 'Y' TO DLR223-FOUND-SW
025600         WHEN DLR223-M-CUSTOMER (DLR223-MX)
025700                  > DMC-CUSTOMER-NUMBER
025800             CONTINUE
025900     END-SEARCH.
026000 2200-EXIT.
026100     EXIT.
026200
026300*    A NEW MANDATE NEEDS ITS REFERENCE, THE BANK ACCOUNT AND A
026400*    COLLECTION DAY OF THE MONTH.
026500 3100-ADD-MANDATE.
026600     EVALUATE TRUE
026700         WHEN DLR223-FOUND
026800         AND  DLR223-M-ACTIVE (DLR223-MX)
026900             MOVE 'MANDATE ALREADY ACTIVE'
027000                 TO DLR223-REJECT-REASON
027100         WHEN DMC-MANDATE-REF = SPACES
027200             MOVE 'MANDATE REFERENCE MISSING'
027300                 TO DLR223-REJECT-REASON
027400         WHEN DMC-BANK-CODE = SPACES
027500         OR   DMC-ACCOUNT-NO = SPACES
027600             MOVE 'BANK ACCOUNT MISSING'
027700                 TO DLR223-REJECT-REASON
027800         WHEN DMC-COLLECTION-DAY < 1
027900         OR   DMC-COLLECTION-DAY > 31
028000             MOVE 'COLLECTION DAY NOT 1 - 31'
028100                 TO DLR223-REJECT-REASON
028200         WHEN NOT DLR223-FOUND
028300         AND  DLR223-MAND-COUNT NOT < 3000
028400             MOVE 'MANDATE MASTER FULL'
028500                 TO DLR223-REJECT-REASON
028600         WHEN OTHER
028700             IF  NOT DLR223-FOUND
028800                 PERFORM 3150-MAKE-ROOM
028900             END-IF
029000             MOVE SPACES TO DLR223-MAND-ENTRY (DLR223-MX)
029100             MOVE DMC-CUSTOMER-NUMBER
029200                 TO DLR223-M-CUSTOMER (DLR223-MX)
029300             MOVE 'A' TO DLR223-M-STATUS (DLR223-MX)
029400             MOVE DMC-MANDATE-REF
029500                 TO DLR223-M-MANDATE-REF (DLR223-MX)
029600             MOVE DMC-BANK-CODE
029700                 TO DLR223-M-BANK-CODE (DLR223-MX)
029800             MOVE DMC-BRANCH-CODE
029900                 TO DLR223-M-BRANCH-CODE (DLR223-MX)
030000             MOVE DMC-ACCOUNT-NO
030100                 TO DLR223-M-ACCOUNT-NO (DLR223-MX)
030200             MOVE DMC-ACCOUNT-NAME
030300                 TO DLR223-M-ACCOUNT-NAME (DLR223-MX)
030400             MOVE DMC-COLLECTION-DAY
030500                 TO DLR223-M-COLLECTION-DAY (DLR223-MX)
030600             MOVE DLR223-EFFECTIVE-DATE
030700                 TO DLR223-M-SIGNED-DATE (DLR223-MX)
030800             MOVE ZERO TO DLR223-M-CANCEL-DATE (DLR223-MX)
030900             PERFORM 3700-STAMP-UPDATE
031000             ADD 1 TO DLR223-ADDED
031100     END-EVALUATE.
031200 3100-EXIT.
031300     EXIT.
031400
031500 3150-MAKE-ROOM.
031600     SET DLR223-INSERT-AT TO DLR223-MX.
031700     PERFORM 3160-MOVE-MANDATE-UP
031800         VARYING DLR223-SUB FROM DLR223-MAND-COUNT BY -1
031900         UNTIL DLR223-SUB < DLR223-INSERT-AT.
032000     ADD 1 TO DLR223-MAND-COUNT.
032100 3150-EXIT.
032200     EXIT.
032300
032400 3160-MOVE-MANDATE-UP.
032500     COMPUTE DLR223-SUB-NEXT = DLR223-SUB + 1.
032600     MOVE DLR223-MAND-ENTRY (DLR223-SUB) TO DLR223-MAND-SAVE.
032700     MOVE DLR223-MAND-SAVE
032800         TO DLR223-MAND-ENTRY (DLR223-SUB-NEXT).
032900 3160-EXIT.
033000     EXIT.
033100
033200*    BLANK OR ZERO FIELDS ON AN AMEND LEAVE THE MASTER AS IT
033300*    WAS.
033400 3200-AMEND-MANDATE.
033500     EVALUATE TRUE
033600         WHEN NOT DLR223-FOUND
033700             MOVE 'NO MANDATE FOR CUSTOMER'
033800                 TO DLR223-REJECT-REASON
033900         WHEN NOT DLR223-M-ACTIVE (DLR223-MX)
034000             MOVE 'MANDATE IS CANCELLED'
034100                 TO DLR223-REJECT-REASON
034200         WHEN DMC-COLLECTION-DAY > 31
034300             MOVE 'COLLECTION DAY NOT 1 - 31'
034400                 TO DLR223-REJECT-REASON
034500         WHEN OTHER
034600             IF  DMC-MANDATE-REF NOT = SPACES
034700                 MOVE DMC-MANDATE-REF
034800                     TO DLR223-M-MANDATE-REF (DLR223-MX)
034900             END-IF
035000             IF  DMC-BANK-CODE NOT = SPACES
035100                 MOVE DMC-BANK-CODE
035200                     TO DLR223-M-BANK-CODE (DLR223-MX)
035300             END-IF
035400             IF  DMC-BRANCH-CODE NOT = SPACES
035500                 MOVE DMC-BRANCH-CODE
035600                     TO DLR223-M-BRANCH-CODE (DLR223-MX)
035700             END-IF
035800             IF  DMC-ACCOUNT-NO NOT = SPACES
035900                 MOVE DMC-ACCOUNT-NO
036000                     TO DLR223-M-ACCOUNT-NO (DLR223-MX)
036100             END-IF
036200             IF  DMC-ACCOUNT-NAME NOT = SPACES
036300                 MOVE DMC-ACCOUNT-NAME
036400                     TO DLR223-M-ACCOUNT-NAME (DLR223-MX)
036500             END-IF
036600             IF  DMC-COLLECTION-DAY > ZERO
036700                 MOVE DMC-COLLECTION-DAY
036800                     TO DLR223-M-COLLECTION-DAY (DLR223-MX)
036900             END-IF
037000             PERFORM 3700-STAMP-UPDATE
037100             ADD 1 TO DLR223-AMENDED
037200     END-EVALUATE.
037300 3200-EXIT.
037400     EXIT.
037500
037600 3300-CANCEL-MANDATE.
037700     EVALUATE TRUE
037800         WHEN NOT DLR223-FOUND
037900             MOVE 'NO MANDATE FOR CUSTOMER'
038000                 TO DLR223-REJECT-REASON
038100         WHEN NOT DLR223-M-ACTIVE (DLR223-MX)
038200             MOVE 'MANDATE ALREADY CANCELLED'
038300                 TO DLR223-REJECT-REASON
038400         WHEN OTHER
038500             MOVE 'C' TO DLR223-M-STATUS (DLR223-MX)
038600             MOVE DLR223-EFFECTIVE-DATE
038700                 TO DLR223-M-CANCEL-DATE (DLR223-MX)
038800             PERFORM 3700-STAMP-UPDATE
038900             ADD 1 TO DLR223-CANCELLED
039000     END-EVALUATE.
039100 3300-EXIT.
039200     EXIT.
039300
039400 3700-STAMP-UPDATE.
039500     MOVE DLR223-RUN-DATE TO DLR223-M-UPDATED-DATE (DLR223-MX).
039600     MOVE DMC-ENTERED-BY  TO DLR223-M-UPDATED-BY (DLR223-MX).
039700 3700-EXIT.
039800     EXIT.
039900
040000 3800-LIST-CARD.
040100     MOVE SPACES TO DLR223-DETAIL-LINE.
040200     EVALUATE TRUE
040300         WHEN DMC-ADD
040400             MOVE 'ADD'    TO DLR223-D-ACTION
040500         WHEN DMC-AMEND
040600             MOVE 'AMEND'  TO DLR223-D-ACTION
040700         WHEN DMC-CANCEL
040800             MOVE 'CANCEL' TO DLR223-D-ACTION
040900         WHEN OTHER
041000             MOVE DMC-ACTION TO DLR223-D-ACTION
041100     END-EVALUATE.
041200     MOVE DMC-CUSTOMER-NUMBER   TO DLR223-D-CUSTOMER.
041300     MOVE DMC-MANDATE-REF       TO DLR223-D-MANDATE-REF.
041400     MOVE DMC-BANK-CODE         TO DLR223-D-BANK-CODE.
041500     MOVE DMC-BRANCH-CODE       TO DLR223-D-BRANCH-CODE.
041600     MOVE DMC-ACCOUNT-NO        TO DLR223-D-ACCOUNT-NO.
041700     MOVE DMC-COLLECTION-DAY    TO DLR223-D-DAY.
041800     MOVE DLR223-EFFECTIVE-DATE TO DLR223-D-EFFECTIVE.
041900     IF  DLR223-REJECT-REASON = SPACES
042000         MOVE 'APPLIED' TO DLR223-D-RESULT
042100     ELSE
042200         MOVE DLR223-REJECT-REASON TO DLR223-D-RESULT
042300     END-IF.
042400     WRITE ACTIVITY-LINE FROM DLR223-DETAIL-LINE.
042500 3800-EXIT.
042600     EXIT.
042700
042800 4000-WRITE-MANDATE.
042900     WRITE MANDATE-OUT-REC FROM DLR223-MAND-ENTRY (DLR223-MX).
043000     ADD 1 TO DLR223-MAND-WRITTEN.
043100     IF  DLR223-M-ACTIVE (DLR223-MX)
043200         ADD 1 TO DLR223-MAND-ACTIVE
043300     END-IF.
043400 4000-EXIT.
043500     EXIT.
043600
043700 8000-PRINT-TOTALS.
043800     WRITE ACTIVITY-LINE FROM DLR223-BLANK-LINE.
043900     MOVE 'MANDATE CARDS READ' TO DLR223-T-LABEL.
044000     MOVE DLR223-CARDS-READ TO DLR223-T-COUNT.
044100     WRITE ACTIVITY-LINE FROM DLR223-TOTAL-LINE.
044200     MOVE 'MANDATES ADDED' TO DLR223-T-LABEL.
044300     MOVE DLR223-ADDED TO DLR223-T-COUNT.
044400     WRITE ACTIVITY-LINE FROM DLR223-TOTAL-LINE.
044500     MOVE 'MANDATES AMENDED' TO DLR223-T-LABEL.
044600     MOVE DLR223-AMENDED TO DLR223-T-COUNT.
044700     WRITE ACTIVITY-LINE FROM DLR223-TOTAL-LINE.
044800     MOVE 'MANDATES CANCELLED' TO DLR223-T-LABEL.
044900     MOVE DLR223-CANCELLED TO DLR223-T-COUNT.
045000     WRITE ACTIVITY-LINE FROM DLR223-TOTAL-LINE.
045100     MOVE 'CARDS NOT APPLIED' TO DLR223-T-LABEL.
045200     MOVE DLR223-CARDS-REJECTED TO DLR223-T-COUNT.
045300     WRITE ACTIVITY-LINE FROM DLR223-TOTAL-LINE.
045400     MOVE 'MASTER RECORDS READ' TO DLR223-T-LABEL.
045500     MOVE DLR223-MAND-READ TO DLR223-T-COUNT.
045600     WRITE ACTIVITY-LINE FROM DLR223-TOTAL-LINE.
045700     MOVE 'MASTER RECORDS LOST - TABLE FULL' TO DLR223-T-LABEL.
045800     MOVE DLR223-MAND-DROPPED TO DLR223-T-COUNT.
045900     WRITE ACTIVITY-LINE FROM DLR223-TOTAL-LINE.
046000     MOVE 'MASTER RECORDS WRITTEN' TO DLR223-T-LABEL.
046100     MOVE DLR223-MAND-WRITTEN TO DLR223-T-COUNT.
046200     WRITE ACTIVITY-LINE FROM DLR223-TOTAL-LINE.
046300     MOVE 'ACTIVE MANDATES' TO DLR223-T-LABEL.
046400     MOVE DLR223-MAND-ACTIVE TO DLR223-T-COUNT.
046500     WRITE ACTIVITY-LINE FROM DLR223-TOTAL-LINE.
046600 8000-EXIT.
046700     EXIT.
046800
046900 9000-TERMINATE.
047000     IF  DLR223-CARDS-REJECTED > ZERO
047100         MOVE 4 TO RETURN-CODE
047200     END-IF.
047300     IF  DLR223-MAND-DROPPED > ZERO
047400         MOVE 8 TO RETURN-CODE
047500     END-IF.
047600     DISPLAY 'DLR223 MANDATE CARDS READ = ' DLR223-CARDS-READ.
047700     DISPLAY 'DLR223 ACTIVE MANDATES    = ' DLR223-MAND-ACTIVE.
047800     CLOSE MANDATE-CARDS
047900           MANDATE-OUT
048000           ACTIVITY-REPORT.
048100 9000-EXIT.
048200     EXIT.
