000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR170.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR170 - STORE RANGING MASTER MAINTENANCE                    *
001000*                                                                *
001100*   APPLIES THE BUYING OFFICE'S RANGING CARDS TO THE DLRNGMF     *
001200*   MASTER - ADD A KEYCODE TO A STORE, REGION, BRAND OR THE      *
001300*   WHOLE CHAIN WITH ITS RANGE-IN AND RANGE-OUT DATES, CHANGE    *
001400*   THE DATES (A RANGE-OUT IS A CHANGE CARD CARRYING THE OUT     *
001500*   DATE) OR DELETE A ROW KEYED IN ERROR. THE SCOPE MUST EXIST   *
001600*   ON DLSTORMF AND THE DATES MUST RUN FORWARD; A FAILING CARD   *
001700*   GOES TO THE REJECT FILE WITH ITS REASON CODE. EVERY CARD IS  *
001800*   LISTED ON THE MAINTENANCE REPORT.                            *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RANGING-CARDS     ASSIGN TO RNGCARDS
003200                              ORGANIZATION IS SEQUENTIAL.
003300     SELECT RANGING-MASTER    ASSIGN TO DLRNGMF
003400                              ORGANIZATION IS INDEXED
003500                              ACCESS MODE IS RANDOM
003600                              RECORD KEY IS DLRNGMF-KEY.
003700     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
003800                              ORGANIZATION IS SEQUENTIAL.
003900     SELECT RANGING-REPORT    ASSIGN TO RNGRPT
004000                              ORGANIZATION IS SEQUENTIAL.
004100     SELECT REJECT-FILE       ASSIGN TO RNGREJ
004200                              ORGANIZATION IS SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RANGING-CARDS
004600     RECORDING MODE IS F
004700     LABEL RECORDS ARE STANDARD.
004800 01  RANGING-CARD.
004900     05  RNC-ACTION              PIC X(01).
005000         88  RNC-ADD                    VALUE 'A'.
005100         88  RNC-CHANGE                 VALUE 'C'.
005200         88  RNC-DELETE                 VALUE 'D'.
005300     05  RNC-KEYCODE-NO          PIC X(08).
005400     05  RNC-SCOPE-TYPE          PIC X(01).
005500     05  RNC-SCOPE-CODE          PIC X(04).
005600     05  RNC-RANGE-IN-DATE       PIC 9(08).
005700     05  RNC-RANGE-OUT-DATE      PIC 9(08).
005800     05  RNC-BUYER-ID            PIC X(06).
005900     05  FILLER                  PIC X(44).
006000 FD  RANGING-MASTER
006100     LABEL RECORDS ARE STANDARD.
006200 01  DLRNGMF-RECORD.
006300     COPY DLRNGMF.
006400 FD  STORE-MASTER-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  DLSTORMF-RECORD.
006800     COPY DLSTORMF.
006900 FD  RANGING-REPORT
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD.
007200 01  RANGING-LINE                PIC X(100).
007300 FD  REJECT-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  REJECT-REC.
007700     05  REJ-REASON-CODE         PIC X(04).
007800     05  REJ-CARD-IMAGE          PIC X(80).
007900 WORKING-STORAGE SECTION.
008000 01  DLR170-SWITCHES.
008100     05  DLR170-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
008200         88  DLR170-CARD-EOF                 VALUE 'Y'.
008300     05  DLR170-STOR-EOF-SW       PIC X(01)  VALUE 'N'.
008400         88  DLR170-STOR-EOF                 VALUE 'Y'.
008500     05  DLR170-FOUND-SW          PIC X(01)  VALUE 'N'.
008600         88  DLR170-FOUND                    VALUE 'Y'.
008700     05  DLR170-SCOPE-OK-SW       PIC X(01)  VALUE 'N'.
008800         88  DLR170-SCOPE-OK                 VALUE 'Y'.
008900 01  DLR170-RUN-CCYYMMDD          PIC 9(08).
009000 01  DLR170-STORE-CONTROL.
009100     05  DLR170-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
009200 01  DLR170-STORE-TABLE.
009300     05  DLR170-STORE-ENTRY OCCURS 500 TIMES
009400                            INDEXED BY DLR170-STORE-IX.
009500         10  DLR170-S-STORE-NO    PIC 9(04).
009600         10  DLR170-S-REGION      PIC X(04).
009700         10  DLR170-S-BRAND       PIC X(04).
009800 01  DLR170-WORK-FIELDS.
009900     05  DLR170-W-STORE-NO        PIC 9(04).
010000     05  DLR170-W-IN-DATE         PIC 9(08).
010100 01  DLR170-COUNTERS.
010200     05  DLR170-CARDS-READ        PIC 9(07)  VALUE ZERO.
010300     05  DLR170-ROWS-ADDED        PIC 9(07)  VALUE ZERO.
010400     05  DLR170-ROWS-CHANGED      PIC 9(07)  VALUE ZERO.
010500     05  DLR170-ROWS-DELETED      PIC 9(07)  VALUE ZERO.
010600     05  DLR170-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
010700 01  DLR170-HEADING-1.
010800     05  FILLER                   PIC X(50)  VALUE
010900         'DLR170 - STORE RANGING MASTER MAINTENANCE'.
011000 01  DLR170-HEADING-2.
011100     05  FILLER                   PIC X(04)  VALUE 'ACT '.
011200     05  FILLER                   PIC X(10)  VALUE 'KEYCODE   '.
011300     05  FILLER                   PIC X(07)  VALUE 'SCOPE  '.
011400     05  FILLER                   PIC X(10)  VALUE 'RANGE IN  '.
011500     05  FILLER                   PIC X(10)  VALUE 'RANGE OUT '.
011600     05  FILLER                   PIC X(08)  VALUE 'BUYER   '.
011700     05  FILLER                   PIC X(20)  VALUE 'RESULT'.
011800 01  DLR170-DETAIL-LINE.
011900     05  DLR170-L-ACTION          PIC X(01).
012000     05  FILLER                   PIC X(03)  VALUE SPACES.
012100     05  DLR170-L-KEYCODE         PIC X(08).
012200     05  FILLER                   PIC X(02)  VALUE SPACES.
012300     05  DLR170-L-SCOPE-TYPE      PIC X(01).
012400     05  FILLER                   PIC X(01)  VALUE SPACES.
012500     05  DLR170-L-SCOPE-CODE      PIC X(04).
012600     05  FILLER                   PIC X(01)  VALUE SPACES.
012700     05  DLR170-L-IN-DATE         PIC 9(08).
012800     05  FILLER                   PIC X(02)  VALUE SPACES.
012900     05  DLR170-L-OUT-DATE        PIC 9(08).
013000     05  FILLER                   PIC X(02)  VALUE SPACES.
013100     05  DLR170-L-BUYER           PIC X(06).
013200     05  FILLER                   PIC X(02)  VALUE SPACES.
013300     05  DLR170-L-RESULT          PIC X(30).
013400 01  DLR170-CONTROL-LINE.
013500     05  DLR170-K-LABEL           PIC X(30).
013600     05  DLR170-K-COUNT           PIC ZZZZZZ9.
013700 PROCEDURE DIVISION.
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE.
014000     PERFORM 2000-APPLY-ONE-CARD
014100         UNTIL DLR170-CARD-EOF.
014200     PERFORM 9000-TERMINATE.
014300     STOP RUN.
014400
014500 1000-INITIALIZE.
014600     OPEN INPUT  RANGING-CARDS.
014700     OPEN I-O    RANGING-MASTER.
014800     OPEN OUTPUT RANGING-REPORT.
014900     OPEN OUTPUT REJECT-FILE.
015000     ACCEPT DLR170-RUN-CCYYMMDD FROM DATE YYYYMMDD.
015100     PERFORM 1100-LOAD-STORES.
015200     WRITE RANGING-LINE FROM DLR170-HEADING-1.
015300     WRITE RANGING-LINE FROM DLR170-HEADING-2.
015400     PERFORM 2100-READ-CARD.
015500 1000-EXIT.
015600     EXIT.
015700
015800 1100-LOAD-STORES.
015900     OPEN INPUT STORE-MASTER-FILE.
016000     PERFORM 1110-READ-STORE.
016100     PERFORM 1120-STORE-ONE-STORE
016200         UNTIL DLR170-STOR-EOF.
016300     CLOSE STORE-MASTER-FILE.
016400 1100-EXIT.
016500     EXIT.
016600
016700 1110-READ-STORE.
016800     READ STORE-MASTER-FILE
016900         AT END
017000             MOVE 'Y' TO DLR170-STOR-EOF-SW
017100     END-READ.
017200 1110-EXIT.
017300     EXIT.
017400
017500 1120-STORE-ONE-STORE.
017600     IF  DLR170-STORE-COUNT < 500
017700         ADD 1 TO DLR170-STORE-COUNT
017800         SET DLR170-STORE-IX TO DLR170-STORE-COUNT
017900         MOVE DLSTORMF-STORE-NO
018000             TO DLR170-S-STORE-NO (DLR170-STORE-IX)
018100         MOVE DLSTORMF-REGION-CODE
018200             TO DLR170-S-REGION (DLR170-STORE-IX)
018300         MOVE DLSTORMF-BRAND-ID
018400             TO DLR170-S-BRAND (DLR170-STORE-IX)
018500     END-IF.
018600     PERFORM 1110-READ-STORE.
018700 1120-EXIT.
018800     EXIT.
018900
019000 2000-APPLY-ONE-CARD.
019100     ADD 1 TO DLR170-CARDS-READ.
019200     MOVE RNC-ACTION         TO DLR170-L-ACTION.
019300     MOVE RNC-KEYCODE-NO     TO DLR170-L-KEYCODE.
019400     MOVE RNC-SCOPE-TYPE     TO DLR170-L-SCOPE-TYPE.
019500     MOVE RNC-SCOPE-CODE     TO DLR170-L-SCOPE-CODE.
019600     MOVE RNC-BUYER-ID       TO DLR170-L-BUYER.
019700     IF  RNC-RANGE-IN-DATE  NOT NUMERIC
019800     OR  RNC-RANGE-OUT-DATE NOT NUMERIC
019900     OR  RNC-KEYCODE-NO = SPACES
020000         MOVE ZERO TO DLR170-L-IN-DATE
020100         MOVE ZERO TO DLR170-L-OUT-DATE
020200         MOVE 'NUMR' TO REJ-REASON-CODE
020300         PERFORM 2900-REJECT-CARD
020400     ELSE
020500         MOVE RNC-RANGE-IN-DATE  TO DLR170-L-IN-DATE
020600         MOVE RNC-RANGE-OUT-DATE TO DLR170-L-OUT-DATE
020700         PERFORM 2200-VALIDATE-SCOPE
020800         PERFORM 2300-APPLY-CARD
020900     END-IF.
021000     PERFORM 2100-READ-CARD.
021100 2000-EXIT.
021200     EXIT.
021300
021400 2100-READ-CARD.
021500     READ RANGING-CARDS
021600         AT END
021700             MOVE 'Y' TO DLR170-CARD-EOF-SW
021800     END-READ.
021900 2100-EXIT.
022000     EXIT.
022100
022200*    A STORE SCOPE NAMES A DLSTORMF STORE; A REGION OR BRAND
022300*    SCOPE MUST MATCH AT LEAST ONE STORE; THE CHAIN SCOPE
022400*    CARRIES NO CODE.
022500 2200-VALIDATE-SCOPE.
022600     MOVE 'N' TO DLR170-SCOPE-OK-SW.
022700     EVALUATE RNC-SCOPE-TYPE
022800         WHEN 'S'
022900             IF  RNC-SCOPE-CODE IS NUMERIC
023000                 MOVE RNC-SCOPE-CODE TO DLR170-W-STORE-NO
023100                 SET DLR170-STORE-IX TO 1
023200                 SEARCH DLR170-STORE-ENTRY
023300                     AT END
023400                         CONTINUE
023500                     WHEN DLR170-STORE-IX > DLR170-STORE-COUNT
023600                         CONTINUE
023700                     WHEN DLR170-S-STORE-NO (DLR170-STORE-IX)
023800                             = DLR170-W-STORE-NO
023900                         MOVE 'Y' TO DLR170-SCOPE-OK-SW
024000                 END-SEARCH
024100             END-IF
024200         WHEN 'R'
024300             SET DLR170-STORE-IX TO 1
024400             SEARCH DLR170-STORE-ENTRY
024500                 AT END
024600                     CONTINUE
024700                 WHEN DLR170-STORE-IX > DLR170-STORE-COUNT
024800                     CONTINUE
024900                 WHEN DLR170-S-REGION (DLR170-STORE-IX)
025000                         = RNC-SCOPE-CODE
025100                     MOVE 'Y' TO DLR170-SCOPE-OK-SW
025200             END-SEARCH
025300         WHEN 'B'
025400             SET DLR170-STORE-IX TO 1
025500             SEARCH DLR170-STORE-ENTRY
025600                 AT END
025700                     CONTINUE
025800                 WHEN DLR170-STORE-IX > DLR170-STORE-COUNT
025900                     CONTINUE
026000                 WHEN DLR170-S-BRAND (DLR170-STORE-IX)
026100                         = RNC-SCOPE-CODE
026200                     MOVE 'Y' TO DLR170-SCOPE-OK-SW
026300             END-SEARCH
026400         WHEN 'C'
026500             IF  RNC-SCOPE-CODE = SPACES
026600                 MOVE 'Y' TO DLR170-SCOPE-OK-SW
026700             END-IF
026800         WHEN OTHER
026900             CONTINUE
027000     END-EVALUATE.
027100 2200-EXIT.
027200     EXIT.
027300
027400*    A CHANGE CARD WITH A ZERO RANGE-IN DATE KEEPS THE DATE
027500*    ON FILE AND SETS ONLY THE RANGE-OUT DATE.
027600 2300-APPLY-CARD.
027700     MOVE RNC-KEYCODE-NO TO DLRNGMF-KEYCODE-NO.
027800     MOVE RNC-SCOPE-TYPE TO DLRNGMF-SCOPE-TYPE.
027900     MOVE RNC-SCOPE-CODE TO DLRNGMF-SCOPE-CODE.
028000     MOVE 'N' TO DLR170-FOUND-SW.
028100     READ RANGING-MASTER
028200         INVALID KEY
028300             CONTINUE
028400         NOT INVALID KEY
028500             MOVE 'Y' TO DLR170-FOUND-SW
028600     END-READ.
028700     MOVE RNC-RANGE-IN-DATE TO DLR170-W-IN-DATE.
028800     IF  RNC-CHANGE
028900     AND DLR170-FOUND
029000     AND RNC-RANGE-IN-DATE = ZERO
029100         MOVE DLRNGMF-RANGE-IN-DATE TO DLR170-W-IN-DATE
029200     END-IF.
029300     EVALUATE TRUE
029400         WHEN NOT DLR170-SCOPE-OK
029500             MOVE 'SCOP' TO REJ-REASON-CODE
029600             PERFORM 2900-REJECT-CARD
029700         WHEN NOT RNC-ADD AND NOT RNC-CHANGE
029800                          AND NOT RNC-DELETE
029900             MOVE 'ACTN' TO REJ-REASON-CODE
030000             PERFORM 2900-REJECT-CARD
030100         WHEN RNC-ADD AND DLR170-FOUND
030200             MOVE 'DUPL' TO REJ-REASON-CODE
030300             PERFORM 2900-REJECT-CARD
030400         WHEN NOT RNC-ADD AND NOT DLR170-FOUND
030500             MOVE 'NOTF' TO REJ-REASON-CODE
030600             PERFORM 2900-REJECT-CARD
030700         WHEN RNC-DELETE
030800             DELETE RANGING-MASTER
030900             ADD 1 TO DLR170-ROWS-DELETED
031000             MOVE 'ROW DELETED' TO DLR170-L-RESULT
031100             WRITE RANGING-LINE FROM DLR170-DETAIL-LINE
031200         WHEN DLR170-W-IN-DATE = ZERO
031300         OR  (RNC-RANGE-OUT-DATE NOT = ZERO
031400              AND RNC-RANGE-OUT-DATE <= DLR170-W-IN-DATE)
031500             MOVE 'DATE' TO REJ-REASON-CODE
031600             PERFORM 2900-REJECT-CARD
031700         WHEN RNC-ADD
031800             MOVE DLR170-W-IN-DATE    TO DLRNGMF-RANGE-IN-DATE
031900             MOVE RNC-RANGE-OUT-DATE  TO DLRNGMF-RANGE-OUT-DATE
032000             MOVE RNC-BUYER-ID        TO DLRNGMF-BUYER-ID
032100             MOVE DLR170-RUN-CCYYMMDD TO DLRNGMF-MAINT-DATE
032200             WRITE DLRNGMF-RECORD
032300             ADD 1 TO DLR170-ROWS-ADDED
032400             MOVE 'RANGED' TO DLR170-L-RESULT
032500             WRITE RANGING-LINE FROM DLR170-DETAIL-LINE
032600         WHEN OTHER
032700             MOVE DLR170-W-IN-DATE    TO DLRNGMF-RANGE-IN-DATE
032800             MOVE RNC-RANGE-OUT-DATE  TO DLRNGMF-RANGE-OUT-DATE
032900             MOVE RNC-BUYER-ID        TO DLRNGMF-BUYER-ID
033000             MOVE DLR170-RUN-CCYYMMDD TO DLRNGMF-MAINT-DATE
033100             REWRITE DLRNGMF-RECORD
033200             ADD 1 TO DLR170-ROWS-CHANGED
033300             MOVE DLR170-W-IN-DATE TO DLR170-L-IN-DATE
033400             MOVE 'DATES CHANGED' TO DLR170-L-RESULT
033500             WRITE RANGING-LINE FROM DLR170-DETAIL-LINE
033600     END-EVALUATE.
033700 2300-EXIT.
033800     EXIT.
033900
034000 2900-REJECT-CARD.
034100     ADD 1 TO DLR170-CARDS-REJECTED.
034200     MOVE RANGING-CARD TO REJ-CARD-IMAGE.
034300     WRITE REJECT-REC.
034400     MOVE SPACES TO DLR170-L-RESULT.
034500     STRING '*REJECTED - ' REJ-REASON-CODE
034600         DELIMITED BY SIZE INTO DLR170-L-RESULT.
034700     WRITE RANGING-LINE FROM DLR170-DETAIL-LINE.
034800 2900-EXIT.
034900     EXIT.
035000
035100 9000-TERMINATE.
035200     MOVE 'CARDS READ                   -' TO DLR170-K-LABEL.
035300     MOVE DLR170-CARDS-READ TO DLR170-K-COUNT.
035400     WRITE RANGING-LINE FROM DLR170-CONTROL-LINE.
035500     MOVE 'RANGING ROWS ADDED           -' TO DLR170-K-LABEL.
035600     MOVE DLR170-ROWS-ADDED TO DLR170-K-COUNT.
035700     WRITE RANGING-LINE FROM DLR170-CONTROL-LINE.
035800     MOVE 'RANGING ROWS CHANGED         -' TO DLR170-K-LABEL.
035900     MOVE DLR170-ROWS-CHANGED TO DLR170-K-COUNT.
036000     WRITE RANGING-LINE FROM DLR170-CONTROL-LINE.
036100     MOVE 'RANGING ROWS DELETED         -' TO DLR170-K-LABEL.
036200     MOVE DLR170-ROWS-DELETED TO DLR170-K-COUNT.
036300     WRITE RANGING-LINE FROM DLR170-CONTROL-LINE.
036400     MOVE 'CARDS REJECTED               -' TO DLR170-K-LABEL.
036500     MOVE DLR170-CARDS-REJECTED TO DLR170-K-COUNT.
036600     WRITE RANGING-LINE FROM DLR170-CONTROL-LINE.
036700     DISPLAY 'DLR170 CARDS READ     = ' DLR170-CARDS-READ.
036800     DISPLAY 'DLR170 ROWS ADDED     = ' DLR170-ROWS-ADDED.
036900     DISPLAY 'DLR170 ROWS CHANGED   = ' DLR170-ROWS-CHANGED.
037000     DISPLAY 'DLR170 ROWS DELETED   = ' DLR170-ROWS-DELETED.
037100     DISPLAY 'DLR170 CARDS REJECTED = ' DLR170-CARDS-REJECTED.
037200     IF  DLR170-CARDS-REJECTED > ZERO
037300         MOVE 4 TO RETURN-CODE
037400     END-IF.
037500     CLOSE RANGING-CARDS
037600           RANGING-MASTER
037700           RANGING-REPORT
037800           REJECT-FILE.
037900 9000-EXIT.
038000     EXIT.
