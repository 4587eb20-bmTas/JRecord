000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR240.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR240 - MRHF SUBTREE MAINTENANCE FROM CHANGE CARDS          *
001000*                                                                *
001100*   APPLIES A DECK OF CHANGE CARDS TO THE MRHF HIERARCHICAL      *
001200*   FILE IN ONE PASS AND WRITES THE RESULT AS A NEW GENERATION   *
001300*   (MRHFOUT), SO ONE BRANCH CAN BE CHANGED WITHOUT FLATTENING   *
001400*   THE WHOLE FILE THROUGH DLR042 AND REBUILDING IT WITH DLR093. *
001500*   THE ACTIONS ARE:                                             *
001600*     I - INSERT A NEW CHILD UNDER THE PARENT ON THE PATH;       *
001700*     U - UPDATE THE LEVEL FIELDS OF A RECORD;                   *
001800*     D - DELETE A RECORD WITH ITS WHOLE SUBTREE;                *
001900*     M - MOVE A RECORD WITH ITS SUBTREE UNDER THE PARENT ON     *
002000*         THE DESTINATION PATH.                                  *
002100*   EVERY CARD NAMES A PATH - LEVEL-1 OCCURRENCE AND LEVEL-2     *
002200*   OCCURRENCE WITHIN IT (ZERO FOR THE LEVEL-1 RECORD ITSELF) -  *
002300*   WHICH IS LOOKED UP ON THE DLR144 SUBTREE INDEX OF THE INPUT  *
002400*   GENERATION. FOR U, D AND M THE CARD'S RECORD TYPE AND NAME   *
002500*   ARE EITHER THOSE OF THE PATH RECORD ITSELF OR OF ONE OF ITS  *
002600*   DIRECT CHILDREN. THE FILE IS HELD AS A CHAIN IN STORAGE SO   *
002700*   THE INDEX POSITIONS STAY GOOD FOR THE WHOLE DECK; NEW AND    *
002800*   MOVED RECORDS GO AT THE END OF THEIR NEW PARENT'S SUBTREE.   *
002900*                                                                *
003000*   A CARD IS REFUSED, AND THE FILE LEFT AS IT WAS, IF IT WOULD  *
003100*   BREAK THE PARENT/CHILD RULES DLR041 ENFORCES - A CHILD TYPE  *
003200*   UNDER THE WRONG PARENT TYPE, OR A PARENT LEFT WITH FEWER     *
003300*   CHILDREN THAN ITS TYPE REQUIRES - OR IF THE PATH IS NOT ON   *
003400*   THE INDEX, THE INDEX IS OUT OF STEP WITH THE FILE, THE       *
003500*   TARGET IS NOT FOUND OR WAS REMOVED BY AN EARLIER CARD, THE   *
003600*   NAME IS ALREADY USED UNDER THE PARENT, OR THE FIELD DATA IS  *
003700*   NOT NUMERIC FOR THE RECORD TYPE. EVERY RECORD CHANGED GETS   *
003800*   A BEFORE/AFTER ROW ON THE MRHFJNL JOURNAL AND EVERY REFUSED  *
003900*   CARD A ROW WITH THE REASON; ANY REFUSAL SETS RETURN CODE 4.  *
004000*   THE INDEX MUST BE REBUILT BY DLR144 FROM THE NEW GENERATION  *
004100*   BEFORE THE NEXT DECK IS RUN.                                 *
004200*                                                                *
004300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
004400*  ---|----------|------------------------------|------------    *
004500*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
004510*  02 | 15/10/26 | NO INSERT OF A TYPE THAT     | R. GEALL       *
004520*     |          | MUST HAVE CHILDREN           |                *
004600*                                                                *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.   IBM-370.
005100 OBJECT-COMPUTER.   IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT MRHF-FILE         ASSIGN TO MRHF
005500                              ORGANIZATION IS SEQUENTIAL.
005600     SELECT INDEX-FILE        ASSIGN TO MRHFIDX
005700                              ORGANIZATION IS SEQUENTIAL.
005800     SELECT CHANGE-CARD       ASSIGN TO MRHFCHG
005900                              ORGANIZATION IS SEQUENTIAL.
006000     SELECT MRHF-OUT          ASSIGN TO MRHFOUT
006100                              ORGANIZATION IS SEQUENTIAL.
006200     SELECT CHANGE-JOURNAL    ASSIGN TO MRHFJNL
006300                              ORGANIZATION IS SEQUENTIAL.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  MRHF-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  MRHF-REC.
007000     05  MRH-RECORD-TYPE         PIC 9(03).
007100     05  MRH-RECORD-NAME         PIC X(08).
007200     05  MRH-FIELD-DATA          PIC X(15).
007300 FD  INDEX-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD.
007600 01  INDEX-REC.
007700     05  IDX-L1-OCC              PIC 9(04).
007800     05  IDX-L2-OCC              PIC 9(04).
007900     05  IDX-RECORD-TYPE         PIC 9(03).
008000     05  IDX-RECORD-NAME         PIC X(08).
008100     05  IDX-POSITION            PIC 9(09).
008200 FD  CHANGE-CARD
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008500 01  CHANGE-CARD-REC.
008600     05  CHG-ACTION              PIC X(01).
008700         88  CHG-INSERT                     VALUE 'I'.
008800         88  CHG-UPDATE                     VALUE 'U'.
008900         88  CHG-DELETE                     VALUE 'D'.
009000         88  CHG-MOVE                       VALUE 'M'.
009100         88  CHG-VALID-ACTION               VALUE 'I' 'U' 'D' 'M'.
009200     05  CHG-L1-OCC              PIC 9(04).
009300     05  CHG-L2-OCC              PIC 9(04).
009400     05  CHG-RECORD-TYPE         PIC 9(03).
009500     05  CHG-RECORD-NAME         PIC X(08).
009600     05  CHG-FIELD-DATA          PIC X(15).
009700     05  CHG-DEST-L1-OCC         PIC 9(04).
009800     05  CHG-DEST-L2-OCC         PIC 9(04).
009900     05  FILLER                  PIC X(37).
010000 FD  MRHF-OUT
010100     RECORDING MODE IS F
010200     LABEL RECORDS ARE STANDARD.
010300 01  MRHF-OUT-REC                PIC X(26).
010400 FD  CHANGE-JOURNAL
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  JOURNAL-REC.
010800     05  JNL-CARD-NO             PIC 9(05).
010900     05  JNL-ACTION              PIC X(01).
011000     05  JNL-DISPOSITION         PIC X(01).
011100         88  JNL-APPLIED                    VALUE 'A'.
011200         88  JNL-REFUSED                    VALUE 'R'.
011300     05  JNL-REASON              PIC X(30).
011400     05  JNL-BEFORE-PARENT-TYPE  PIC 9(03).
011500     05  JNL-BEFORE-PARENT-NAME  PIC X(08).
011600     05  JNL-BEFORE-IMAGE        PIC X(26).
011700     05  JNL-AFTER-PARENT-TYPE   PIC 9(03).
011800     05  JNL-AFTER-PARENT-NAME   PIC X(08).
011900     05  JNL-AFTER-IMAGE         PIC X(26).
012000     05  FILLER                  PIC X(09).
012100 WORKING-STORAGE SECTION.
012200 01  DLR240-SWITCHES.
012300     05  DLR240-MRHF-EOF-SW       PIC X(01)  VALUE 'N'.
012400         88  DLR240-MRHF-EOF                 VALUE 'Y'.
012500     05  DLR240-IDX-EOF-SW        PIC X(01)  VALUE 'N'.
012600         88  DLR240-IDX-EOF                  VALUE 'Y'.
012700     05  DLR240-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
012800         88  DLR240-CARD-EOF                 VALUE 'Y'.
012900     05  DLR240-TABLE-FULL-SW     PIC X(01)  VALUE 'N'.
013000         88  DLR240-TABLE-FULL               VALUE 'Y'.
013100     05  DLR240-CARD-OK-SW        PIC X(01)  VALUE 'Y'.
013200         88  DLR240-CARD-OK                  VALUE 'Y'.
013300     05  DLR240-PATH-FOUND-SW     PIC X(01)  VALUE 'N'.
013400         88  DLR240-PATH-FOUND               VALUE 'Y'.
013500     05  DLR240-TYPE-FOUND-SW     PIC X(01)  VALUE 'N'.
013600         88  DLR240-TYPE-FOUND               VALUE 'Y'.
013700     05  DLR240-END-FOUND-SW      PIC X(01)  VALUE 'N'.
013800         88  DLR240-END-FOUND                VALUE 'Y'.
013900     05  DLR240-RANGE-DONE-SW     PIC X(01)  VALUE 'N'.
014000         88  DLR240-RANGE-DONE               VALUE 'Y'.
014100*    THE PARENT/CHILD RULES, AS DLR041 ENFORCES THEM: EACH TYPE'S
014200*    LEVEL, THE TYPE OF PARENT IT MUST SIT UNDER, THE NUMBER OF
014300*    CHILDREN A PARENT OF THE TYPE MUST KEEP, AND THE LENGTH OF
014400*    THE NUMERIC LEVEL FIELDS AT THE FRONT OF ITS FIELD DATA.
014500 01  DLR240-TYPE-VALUES.
014600     05  FILLER                   PIC X(12)  VALUE '001100002040'.
014700     05  FILLER                   PIC X(12)  VALUE '011200103040'.
014800     05  FILLER                   PIC X(12)  VALUE '111301100100'.
014900     05  FILLER                   PIC X(12)  VALUE '112301100050'.
015000     05  FILLER                   PIC X(12)  VALUE '113301100150'.
015100     05  FILLER                   PIC X(12)  VALUE '012200101040'.
015200     05  FILLER                   PIC X(12)  VALUE '121301200100'.
015300     05  FILLER                   PIC X(12)  VALUE '002100001040'.
015400     05  FILLER                   PIC X(12)  VALUE '021200201040'.
015500     05  FILLER                   PIC X(12)  VALUE '211302100100'.
015600 01  DLR240-TYPE-TABLE REDEFINES DLR240-TYPE-VALUES.
015700     05  DLR240-T-ENTRY OCCURS 10 TIMES
015800                        INDEXED BY DLR240-TX.
015900         10  DLR240-T-TYPE        PIC 9(03).
016000         10  DLR240-T-LEVEL       PIC 9(01).
016100         10  DLR240-T-PARENT      PIC 9(03).
016200         10  DLR240-T-EXPECTED    PIC 9(02).
016300         10  DLR240-T-DATA-LEN    PIC 9(02).
016400         10  FILLER               PIC X(01).
016500*    THE FILE IN STORAGE. EACH NODE KEEPS ITS PHYSICAL POSITION
016600*    AS ITS SUBSCRIPT (SO DLR144 INDEX POSITIONS ADDRESS IT
016700*    DIRECTLY) AND IS CHAINED TO ITS NEIGHBOURS IN FILE ORDER;
016800*    INSERTS ARE ADDED AT THE END OF THE TABLE AND CHAINED IN.
016900 01  DLR240-NODE-TABLE.
017000     05  DLR240-NODE OCCURS 5000 TIMES.
017100         10  DLR240-N-IMAGE.
017200             15  DLR240-N-TYPE    PIC 9(03).
017300             15  DLR240-N-NAME    PIC X(08).
017400             15  DLR240-N-DATA    PIC X(15).
017500         10  DLR240-N-LEVEL       PIC 9(01).
017600         10  DLR240-N-PARENT      PIC S9(04)  COMP.
017700         10  DLR240-N-PREV        PIC S9(04)  COMP.
017800         10  DLR240-N-NEXT        PIC S9(04)  COMP.
017900         10  DLR240-N-LIVE-SW     PIC X(01).
018000             88  DLR240-N-LIVE           VALUE 'Y'.
018100             88  DLR240-N-REMOVED        VALUE 'N'.
018200 01  DLR240-INDEX-TABLE.
018300     05  DLR240-I-ENTRY OCCURS 1 TO 2000 TIMES
018400                        DEPENDING ON DLR240-IDX-COUNT
018500                        INDEXED BY DLR240-IX.
018600         10  DLR240-I-L1-OCC      PIC 9(04).
018700         10  DLR240-I-L2-OCC      PIC 9(04).
018800         10  DLR240-I-TYPE        PIC 9(03).
018900         10  DLR240-I-NAME        PIC X(08).
019000         10  DLR240-I-POSITION    PIC 9(09).
019100 01  DLR240-CONTROL.
019200     05  DLR240-NODE-COUNT        PIC S9(04)  COMP  VALUE ZERO.
019300     05  DLR240-IDX-COUNT         PIC S9(04)  COMP  VALUE ZERO.
019400     05  DLR240-HEAD              PIC S9(04)  COMP  VALUE ZERO.
019500     05  DLR240-TAIL              PIC S9(04)  COMP  VALUE ZERO.
019600     05  DLR240-CUR-L1            PIC S9(04)  COMP  VALUE ZERO.
019700     05  DLR240-CUR-L2            PIC S9(04)  COMP  VALUE ZERO.
019800     05  DLR240-ANCHOR            PIC S9(04)  COMP  VALUE ZERO.
019900     05  DLR240-TARGET            PIC S9(04)  COMP  VALUE ZERO.
020000     05  DLR240-DEST              PIC S9(04)  COMP  VALUE ZERO.
020100     05  DLR240-OLD-PARENT        PIC S9(04)  COMP  VALUE ZERO.
020200     05  DLR240-PATH-NODE         PIC S9(04)  COMP  VALUE ZERO.
020300     05  DLR240-NEW-NODE          PIC S9(04)  COMP  VALUE ZERO.
020400     05  DLR240-ROOT              PIC S9(04)  COMP  VALUE ZERO.
020500     05  DLR240-SUBTREE-END       PIC S9(04)  COMP  VALUE ZERO.
020600     05  DLR240-FIRST             PIC S9(04)  COMP  VALUE ZERO.
020700     05  DLR240-LAST              PIC S9(04)  COMP  VALUE ZERO.
020800     05  DLR240-AFTER             PIC S9(04)  COMP  VALUE ZERO.
020900     05  DLR240-SUB               PIC S9(04)  COMP  VALUE ZERO.
021000     05  DLR240-NEXT-SUB          PIC S9(04)  COMP  VALUE ZERO.
021100     05  DLR240-PREV-SUB          PIC S9(04)  COMP  VALUE ZERO.
021200     05  DLR240-JP                PIC S9(04)  COMP  VALUE ZERO.
021300     05  DLR240-SCAN-PARENT       PIC S9(04)  COMP  VALUE ZERO.
021400     05  DLR240-FOUND-NODE        PIC S9(04)  COMP  VALUE ZERO.
021500     05  DLR240-CHILD-COUNT       PIC S9(04)  COMP  VALUE ZERO.
021600     05  DLR240-DATA-LEN          PIC S9(04)  COMP  VALUE ZERO.
021700     05  DLR240-REST-LEN          PIC S9(04)  COMP  VALUE ZERO.
021800 01  DLR240-FIND-L1               PIC 9(04)  VALUE ZERO.
021900 01  DLR240-FIND-L2               PIC 9(04)  VALUE ZERO.
022000 01  DLR240-PATH-POS              PIC 9(09)  VALUE ZERO.
022100 01  DLR240-SCAN-TYPE             PIC 9(03)  VALUE ZERO.
022200 01  DLR240-SCAN-NAME             PIC X(08)  VALUE SPACES.
022300 01  DLR240-LOOKUP-TYPE           PIC 9(03)  VALUE ZERO.
022400 01  DLR240-REASON                PIC X(30)  VALUE SPACES.
022500 01  DLR240-COUNTERS.
022600     05  DLR240-RECS-READ         PIC 9(07)  VALUE ZERO.
022700     05  DLR240-INDEX-ROWS        PIC 9(07)  VALUE ZERO.
022800     05  DLR240-CARDS-READ        PIC 9(05)  VALUE ZERO.
022900     05  DLR240-CARDS-APPLIED     PIC 9(05)  VALUE ZERO.
023000     05  DLR240-CARDS-REFUSED     PIC 9(05)  VALUE ZERO.
023100     05  DLR240-INSERTS           PIC 9(05)  VALUE ZERO.
023200     05  DLR240-UPDATES           PIC 9(05)  VALUE ZERO.
023300     05  DLR240-DELETES           PIC 9(05)  VALUE ZERO.
023400     05  DLR240-MOVES             PIC 9(05)  VALUE ZERO.
023500     05  DLR240-NODES-REMOVED     PIC 9(07)  VALUE ZERO.
023600     05  DLR240-NODES-MOVED       PIC 9(07)  VALUE ZERO.
023700     05  DLR240-RECS-WRITTEN      PIC 9(07)  VALUE ZERO.
023800     05  DLR240-JOURNAL-ROWS      PIC 9(07)  VALUE ZERO.
023900 PROCEDURE DIVISION.
024000 0000-MAINLINE.
024100     PERFORM 1000-INITIALIZE.
024200     PERFORM 2000-LOAD-NODE
024300         UNTIL DLR240-MRHF-EOF.
024400     PERFORM 2500-LOAD-INDEX-ROW
024500         UNTIL DLR240-IDX-EOF.
024600     IF  DLR240-TABLE-FULL
024700         DISPLAY 'DLR240 MRHF OR INDEX TOO LARGE FOR STORAGE - '
024800             'NO CHANGES APPLIED'
024900         MOVE 16 TO RETURN-CODE
025000     ELSE
025100         PERFORM 3000-APPLY-CHANGE
025200             UNTIL DLR240-CARD-EOF
025300         PERFORM 8000-WRITE-GENERATION
025400     END-IF.
025500     PERFORM 9000-TERMINATE.
025600     STOP RUN.
025700
025800 1000-INITIALIZE.
025900     OPEN INPUT  MRHF-FILE.
026000     OPEN INPUT  INDEX-FILE.
026100     OPEN INPUT  CHANGE-CARD.
026200     OPEN OUTPUT MRHF-OUT.
026300     OPEN OUTPUT CHANGE-JOURNAL.
026400     PERFORM 2100-READ-MRHF.
026500     PERFORM 2600-READ-INDEX.
026600     PERFORM 3050-READ-CARD.
026700 1000-EXIT.
026800     EXIT.
026900
027000*    A TYPE BELOW 10 IS LEVEL 1, BELOW 100 LEVEL 2, ANYTHING ELSE
027100*    LEVEL 3. THE PARENT IS THE LATEST RECORD ONE LEVEL UP, JUST
027200*    AS DLR041 READS THE FILE.
027300 2000-LOAD-NODE.
027400     IF  DLR240-NODE-COUNT >= 5000
027500         MOVE 'Y' TO DLR240-TABLE-FULL-SW
027600         MOVE 'Y' TO DLR240-MRHF-EOF-SW
027700     ELSE
027800         ADD 1 TO DLR240-RECS-READ
027900         ADD 1 TO DLR240-NODE-COUNT
028000         MOVE DLR240-NODE-COUNT TO DLR240-SUB
028100         MOVE MRHF-REC TO DLR240-N-IMAGE (DLR240-SUB)
028200         MOVE 'Y' TO DLR240-N-LIVE-SW (DLR240-SUB)
028300         EVALUATE TRUE
028400             WHEN MRH-RECORD-TYPE < 10
028500                 MOVE 1 TO DLR240-N-LEVEL (DLR240-SUB)
028600                 MOVE ZERO TO DLR240-N-PARENT (DLR240-SUB)
028700                 MOVE DLR240-SUB TO DLR240-CUR-L1
028800                 MOVE ZERO TO DLR240-CUR-L2
028900             WHEN MRH-RECORD-TYPE < 100
029000                 MOVE 2 TO DLR240-N-LEVEL (DLR240-SUB)
029100                 MOVE DLR240-CUR-L1 TO
029200                     DLR240-N-PARENT (DLR240-SUB)
029300                 MOVE DLR240-SUB TO DLR240-CUR-L2
029400             WHEN OTHER
029500                 MOVE 3 TO DLR240-N-LEVEL (DLR240-SUB)
029600                 MOVE DLR240-CUR-L2 TO
029700                     DLR240-N-PARENT (DLR240-SUB)
029800         END-EVALUATE
029900         MOVE DLR240-TAIL TO DLR240-N-PREV (DLR240-SUB)
030000         MOVE ZERO TO DLR240-N-NEXT (DLR240-SUB)
030100         IF  DLR240-TAIL = ZERO
030200             MOVE DLR240-SUB TO DLR240-HEAD
030300         ELSE
030400             MOVE DLR240-SUB TO DLR240-N-NEXT (DLR240-TAIL)
030500         END-IF
030600         MOVE DLR240-SUB TO DLR240-TAIL
030700         PERFORM 2100-READ-MRHF
030800     END-IF.
030900 2000-EXIT.
031000     EXIT.
031100
031200 2100-READ-MRHF.
031300     READ MRHF-FILE
031400         AT END
031500             MOVE 'Y' TO DLR240-MRHF-EOF-SW
031600     END-READ.
031700 2100-EXIT.
031800     EXIT.
031900
032000 2500-LOAD-INDEX-ROW.
032100     IF  DLR240-IDX-COUNT >= 2000
032200         MOVE 'Y' TO DLR240-TABLE-FULL-SW
032300         MOVE 'Y' TO DLR240-IDX-EOF-SW
032400     ELSE
032500         ADD 1 TO DLR240-INDEX-ROWS
032600         ADD 1 TO DLR240-IDX-COUNT
032700         SET DLR240-IX TO DLR240-IDX-COUNT
032800         MOVE IDX-L1-OCC      TO DLR240-I-L1-OCC (DLR240-IX)
032900         MOVE IDX-L2-OCC      TO DLR240-I-L2-OCC (DLR240-IX)
033000         MOVE IDX-RECORD-TYPE TO DLR240-I-TYPE (DLR240-IX)
033100         MOVE IDX-RECORD-NAME TO DLR240-I-NAME (DLR240-IX)
033200         MOVE IDX-POSITION    TO DLR240-I-POSITION (DLR240-IX)
033300         PERFORM 2600-READ-INDEX
033400     END-IF.
033500 2500-EXIT.
033600     EXIT.
033700
033800 2600-READ-INDEX.
033900     READ INDEX-FILE
034000         AT END
034100             MOVE 'Y' TO DLR240-IDX-EOF-SW
034200     END-READ.
034300 2600-EXIT.
034400     EXIT.
034500
034600*    EACH CARD IS CHECKED IN FULL BEFORE ANYTHING IS TOUCHED, SO
034700*    A REFUSED CARD LEAVES THE FILE EXACTLY AS THE CARD BEFORE
034800*    IT LEFT IT.
034900 3000-APPLY-CHANGE.
035000     ADD 1 TO DLR240-CARDS-READ.
035100     MOVE 'Y' TO DLR240-CARD-OK-SW.
035200     MOVE SPACES TO DLR240-REASON.
035300     IF  NOT CHG-VALID-ACTION
035400         MOVE 'UNKNOWN ACTION CODE' TO DLR240-REASON
035500         MOVE 'N' TO DLR240-CARD-OK-SW
035600     END-IF.
035700     IF  DLR240-CARD-OK
035800         MOVE CHG-L1-OCC TO DLR240-FIND-L1
035900         MOVE CHG-L2-OCC TO DLR240-FIND-L2
036000         PERFORM 3100-LOCATE-PATH
036100         MOVE DLR240-PATH-NODE TO DLR240-ANCHOR
036200     END-IF.
036300     IF  DLR240-CARD-OK
036400         EVALUATE TRUE
036500             WHEN CHG-INSERT
036600                 PERFORM 3200-INSERT-CHILD
036700             WHEN CHG-UPDATE
036800                 PERFORM 3300-UPDATE-FIELDS
036900             WHEN CHG-DELETE
037000                 PERFORM 3400-DELETE-SUBTREE
037100             WHEN CHG-MOVE
037200                 PERFORM 3500-MOVE-SUBTREE
037300         END-EVALUATE
037400     END-IF.
037500     IF  DLR240-CARD-OK
037600         ADD 1 TO DLR240-CARDS-APPLIED
037700     ELSE
037800         ADD 1 TO DLR240-CARDS-REFUSED
037900         PERFORM 7500-JOURNAL-REFUSAL
038000     END-IF.
038100     PERFORM 3050-READ-CARD.
038200 3000-EXIT.
038300     EXIT.
038400
038500 3050-READ-CARD.
038600     READ CHANGE-CARD
038700         AT END
038800             MOVE 'Y' TO DLR240-CARD-EOF-SW
038900     END-READ.
039000 3050-EXIT.
039100     EXIT.
039200
039300*    THE INDEX ROW MUST STILL DESCRIBE THE RECORD AT ITS POSITION
039400*    - IF NOT, THE INDEX WAS BUILT FROM ANOTHER GENERATION.
039500 3100-LOCATE-PATH.
039600     MOVE 'N' TO DLR240-PATH-FOUND-SW.
039700     MOVE ZERO TO DLR240-PATH-NODE.
039800     IF  DLR240-IDX-COUNT > ZERO
039900         SET DLR240-IX TO 1
040000         SEARCH DLR240-I-ENTRY
040100             AT END
040200                 CONTINUE
040300             WHEN DLR240-I-L1-OCC (DLR240-IX) = DLR240-FIND-L1
040400              AND DLR240-I-L2-OCC (DLR240-IX) = DLR240-FIND-L2
040500                 MOVE 'Y' TO DLR240-PATH-FOUND-SW
040600                 MOVE DLR240-I-POSITION (DLR240-IX)
040700                     TO DLR240-PATH-POS
040800         END-SEARCH
040900     END-IF.
041000     EVALUATE TRUE
041100         WHEN NOT DLR240-PATH-FOUND
041200             MOVE 'PATH NOT ON SUBTREE INDEX' TO DLR240-REASON
041300             MOVE 'N' TO DLR240-CARD-OK-SW
041400         WHEN DLR240-PATH-POS < 1
041500           OR DLR240-PATH-POS > DLR240-RECS-READ
041600             MOVE 'INDEX OUT OF STEP WITH MRHF' TO DLR240-REASON
041700             MOVE 'N' TO DLR240-CARD-OK-SW
041800         WHEN DLR240-N-TYPE (DLR240-PATH-POS) NOT =
041900              DLR240-I-TYPE (DLR240-IX)
042000           OR DLR240-N-NAME (DLR240-PATH-POS) NOT =
042100              DLR240-I-NAME (DLR240-IX)
042200             MOVE 'INDEX OUT OF STEP WITH MRHF' TO DLR240-REASON
042300             MOVE 'N' TO DLR240-CARD-OK-SW
042400         WHEN DLR240-N-REMOVED (DLR240-PATH-POS)
042500             MOVE 'PATH REMOVED BY EARLIER CARD' TO DLR240-REASON
042600             MOVE 'N' TO DLR240-CARD-OK-SW
042700         WHEN OTHER
042800             MOVE DLR240-PATH-POS TO DLR240-PATH-NODE
042900     END-EVALUATE.
043000 3100-EXIT.
043100     EXIT.
043200
043300*    THE CARD'S RECORD IS THE PATH RECORD ITSELF OR ONE OF ITS
043400*    LIVE DIRECT CHILDREN.
043500 3150-FIND-TARGET.
043600     IF  CHG-RECORD-TYPE = DLR240-N-TYPE (DLR240-ANCHOR)
043700     AND CHG-RECORD-NAME = DLR240-N-NAME (DLR240-ANCHOR)
043800         MOVE DLR240-ANCHOR TO DLR240-TARGET
043900     ELSE
044000         MOVE DLR240-ANCHOR   TO DLR240-SCAN-PARENT
044100         MOVE CHG-RECORD-TYPE TO DLR240-SCAN-TYPE
044200         MOVE CHG-RECORD-NAME TO DLR240-SCAN-NAME
044300         PERFORM 3160-FIND-CHILD
044400         IF  DLR240-FOUND-NODE = ZERO
044500             MOVE 'TARGET NOT FOUND UNDER PATH' TO DLR240-REASON
044600             MOVE 'N' TO DLR240-CARD-OK-SW
044700         ELSE
044800             MOVE DLR240-FOUND-NODE TO DLR240-TARGET
044900         END-IF
045000     END-IF.
045100 3150-EXIT.
045200     EXIT.
045300
045400 3160-FIND-CHILD.
045500     MOVE ZERO TO DLR240-FOUND-NODE.
045600     PERFORM 3170-TEST-ONE-CHILD
045700         VARYING DLR240-SUB FROM 1 BY 1
045800           UNTIL DLR240-SUB > DLR240-NODE-COUNT
045900              OR DLR240-FOUND-NODE NOT = ZERO.
046000 3160-EXIT.
046100     EXIT.
046200
046300 3170-TEST-ONE-CHILD.
046400     IF  DLR240-N-LIVE (DLR240-SUB)
046500     AND DLR240-N-PARENT (DLR240-SUB) = DLR240-SCAN-PARENT
046600     AND DLR240-N-TYPE (DLR240-SUB) = DLR240-SCAN-TYPE
046700     AND DLR240-N-NAME (DLR240-SUB) = DLR240-SCAN-NAME
046800         MOVE DLR240-SUB TO DLR240-FOUND-NODE
046900     END-IF.
047000 3170-EXIT.
047100     EXIT.
047200
047300 3180-COUNT-CHILDREN.
047400     MOVE ZERO TO DLR240-CHILD-COUNT.
047500     PERFORM 3190-COUNT-ONE-CHILD
047600         VARYING DLR240-SUB FROM 1 BY 1
047700           UNTIL DLR240-SUB > DLR240-NODE-COUNT.
047800 3180-EXIT.
047900     EXIT.
048000
048100 3190-COUNT-ONE-CHILD.
048200     IF  DLR240-N-LIVE (DLR240-SUB)
048300     AND DLR240-N-PARENT (DLR240-SUB) = DLR240-SCAN-PARENT
048400         ADD 1 TO DLR240-CHILD-COUNT
048500     END-IF.
048600 3190-EXIT.
048700     EXIT.
048800
048810*    A NEW RECORD HAS NO CHILDREN, SO A TYPE DLR041 EXPECTS
048820*    CHILDREN UNDER CANNOT BE ADDED BY A CARD.
048900 3200-INSERT-CHILD.
049000     MOVE CHG-RECORD-TYPE TO DLR240-LOOKUP-TYPE.
049100     PERFORM 3700-FIND-TYPE-RULE.
049200     IF  NOT DLR240-TYPE-FOUND
049300         MOVE 'CHILD TYPE INVALID UNDER PATH' TO DLR240-REASON
049400         MOVE 'N' TO DLR240-CARD-OK-SW
049500     ELSE
049600         IF  DLR240-T-PARENT (DLR240-TX) NOT =
049700             DLR240-N-TYPE (DLR240-ANCHOR)
049800             MOVE 'CHILD TYPE INVALID UNDER PATH'
049900                 TO DLR240-REASON
050000             MOVE 'N' TO DLR240-CARD-OK-SW
050100         END-IF
050200     END-IF.
050210     IF  DLR240-CARD-OK
050220     AND DLR240-T-EXPECTED (DLR240-TX) > ZERO
050230         MOVE 'TYPE NEEDS CHILDREN, NOT ADDED' TO DLR240-REASON
050240         MOVE 'N' TO DLR240-CARD-OK-SW
050250     END-IF.
050300     IF  DLR240-CARD-OK
050400     AND CHG-RECORD-NAME = SPACES
050500         MOVE 'NEW RECORD NAME IS BLANK' TO DLR240-REASON
050600         MOVE 'N' TO DLR240-CARD-OK-SW
050700     END-IF.
050800     IF  DLR240-CARD-OK
050900         PERFORM 3750-CHECK-FIELD-DATA
051000     END-IF.
051100     IF  DLR240-CARD-OK
051200         MOVE DLR240-ANCHOR   TO DLR240-SCAN-PARENT
051300         MOVE CHG-RECORD-TYPE TO DLR240-SCAN-TYPE
051400         MOVE CHG-RECORD-NAME TO DLR240-SCAN-NAME
051500         PERFORM 3160-FIND-CHILD
051600         IF  DLR240-FOUND-NODE NOT = ZERO
051700             MOVE 'NAME ALREADY USED UNDER PARENT'
051800                 TO DLR240-REASON
051900             MOVE 'N' TO DLR240-CARD-OK-SW
052000         END-IF
052100     END-IF.
052200     IF  DLR240-CARD-OK
052300     AND DLR240-NODE-COUNT >= 5000
052400         MOVE 'NO ROOM FOR NEW RECORD' TO DLR240-REASON
052500         MOVE 'N' TO DLR240-CARD-OK-SW
052600     END-IF.
052700     IF  DLR240-CARD-OK
052800         ADD 1 TO DLR240-NODE-COUNT
052900         MOVE DLR240-NODE-COUNT TO DLR240-NEW-NODE
053000         MOVE CHG-RECORD-TYPE TO DLR240-N-TYPE (DLR240-NEW-NODE)
053100         MOVE CHG-RECORD-NAME TO DLR240-N-NAME (DLR240-NEW-NODE)
053200         MOVE CHG-FIELD-DATA  TO DLR240-N-DATA (DLR240-NEW-NODE)
053300         MOVE DLR240-T-LEVEL (DLR240-TX) TO
053400             DLR240-N-LEVEL (DLR240-NEW-NODE)
053500         MOVE DLR240-ANCHOR TO DLR240-N-PARENT (DLR240-NEW-NODE)
053600         MOVE 'Y' TO DLR240-N-LIVE-SW (DLR240-NEW-NODE)
053700         MOVE DLR240-ANCHOR TO DLR240-ROOT
053800         PERFORM 3600-FIND-SUBTREE-END
053900         MOVE DLR240-NEW-NODE    TO DLR240-FIRST
054000         MOVE DLR240-NEW-NODE    TO DLR240-LAST
054100         MOVE DLR240-SUBTREE-END TO DLR240-AFTER
054200         PERFORM 3850-LINK-RANGE-AFTER
054300         PERFORM 7000-START-JOURNAL
054400         MOVE DLR240-ANCHOR TO DLR240-JP
054500         PERFORM 7200-SET-AFTER-PARENT
054600         MOVE DLR240-N-IMAGE (DLR240-NEW-NODE) TO JNL-AFTER-IMAGE
054700         PERFORM 7900-WRITE-JOURNAL
054800         ADD 1 TO DLR240-INSERTS
054900     END-IF.
055000 3200-EXIT.
055100     EXIT.
055200
055300 3300-UPDATE-FIELDS.
055400     PERFORM 3150-FIND-TARGET.
055500     IF  DLR240-CARD-OK
055600         MOVE DLR240-N-TYPE (DLR240-TARGET) TO DLR240-LOOKUP-TYPE
055700         PERFORM 3700-FIND-TYPE-RULE
055800         IF  DLR240-TYPE-FOUND
055900             PERFORM 3750-CHECK-FIELD-DATA
056000         ELSE
056100             MOVE 'RECORD TYPE NOT IN HIERARCHY' TO DLR240-REASON
056200             MOVE 'N' TO DLR240-CARD-OK-SW
056300         END-IF
056400     END-IF.
056500     IF  DLR240-CARD-OK
056600         PERFORM 7000-START-JOURNAL
056700         MOVE DLR240-N-PARENT (DLR240-TARGET) TO DLR240-JP
056800         PERFORM 7100-SET-BEFORE-PARENT
056900         PERFORM 7200-SET-AFTER-PARENT
057000         MOVE DLR240-N-IMAGE (DLR240-TARGET) TO JNL-BEFORE-IMAGE
057100         MOVE CHG-FIELD-DATA TO DLR240-N-DATA (DLR240-TARGET)
057200         MOVE DLR240-N-IMAGE (DLR240-TARGET) TO JNL-AFTER-IMAGE
057300         PERFORM 7900-WRITE-JOURNAL
057400         ADD 1 TO DLR240-UPDATES
057500     END-IF.
057600 3300-EXIT.
057700     EXIT.
057800
057900 3400-DELETE-SUBTREE.
058000     PERFORM 3150-FIND-TARGET.
058100     IF  DLR240-CARD-OK
058200         PERFORM 3650-CHECK-PARENT-KEEPS
058300     END-IF.
058400     IF  DLR240-CARD-OK
058500         MOVE DLR240-TARGET TO DLR240-ROOT
058600         PERFORM 3600-FIND-SUBTREE-END
058700         MOVE DLR240-TARGET      TO DLR240-FIRST
058800         MOVE DLR240-SUBTREE-END TO DLR240-LAST
058900         MOVE DLR240-FIRST TO DLR240-SUB
059000         MOVE 'N' TO DLR240-RANGE-DONE-SW
059100         PERFORM 3450-REMOVE-ONE-NODE
059200             UNTIL DLR240-RANGE-DONE
059300         PERFORM 3800-UNLINK-RANGE
059400         ADD 1 TO DLR240-DELETES
059500     END-IF.
059600 3400-EXIT.
059700     EXIT.
059800
059900 3450-REMOVE-ONE-NODE.
060000     PERFORM 7000-START-JOURNAL.
060100     MOVE DLR240-N-PARENT (DLR240-SUB) TO DLR240-JP.
060200     PERFORM 7100-SET-BEFORE-PARENT.
060300     MOVE DLR240-N-IMAGE (DLR240-SUB) TO JNL-BEFORE-IMAGE.
060400     PERFORM 7900-WRITE-JOURNAL.
060500     MOVE 'N' TO DLR240-N-LIVE-SW (DLR240-SUB).
060600     ADD 1 TO DLR240-NODES-REMOVED.
060700     IF  DLR240-SUB = DLR240-LAST
060800         MOVE 'Y' TO DLR240-RANGE-DONE-SW
060900     ELSE
061000         MOVE DLR240-N-NEXT (DLR240-SUB) TO DLR240-SUB
061100     END-IF.
061200 3450-EXIT.
061300     EXIT.
061400
061500*    ONLY LEVEL-2 AND LEVEL-3 RECORDS MOVE, AND ONLY UNDER A NEW
061600*    PARENT OF THE TYPE THE RULES REQUIRE - A LEVEL-1 RECORD HAS
061700*    NO PARENT TO MOVE TO.
061800 3500-MOVE-SUBTREE.
061900     PERFORM 3150-FIND-TARGET.
062000     IF  DLR240-CARD-OK
062100     AND DLR240-N-LEVEL (DLR240-TARGET) = 1
062200         MOVE 'LEVEL-1 RECORD CANNOT MOVE' TO DLR240-REASON
062300         MOVE 'N' TO DLR240-CARD-OK-SW
062400     END-IF.
062500     IF  DLR240-CARD-OK
062600         MOVE CHG-DEST-L1-OCC TO DLR240-FIND-L1
062700         MOVE CHG-DEST-L2-OCC TO DLR240-FIND-L2
062800         PERFORM 3100-LOCATE-PATH
062900         MOVE DLR240-PATH-NODE TO DLR240-DEST
063000     END-IF.
063100     IF  DLR240-CARD-OK
063200         MOVE DLR240-N-TYPE (DLR240-TARGET) TO DLR240-LOOKUP-TYPE
063300         PERFORM 3700-FIND-TYPE-RULE
063400         IF  NOT DLR240-TYPE-FOUND
063500             MOVE 'RECORD TYPE NOT IN HIERARCHY' TO DLR240-REASON
063600             MOVE 'N' TO DLR240-CARD-OK-SW
063700         ELSE
063800             IF  DLR240-T-PARENT (DLR240-TX) NOT =
063900                 DLR240-N-TYPE (DLR240-DEST)
064000                 MOVE 'DESTINATION NOT A VALID PARENT'
064100                     TO DLR240-REASON
064200                 MOVE 'N' TO DLR240-CARD-OK-SW
064300             END-IF
064400         END-IF
064500     END-IF.
064600     IF  DLR240-CARD-OK
064700     AND DLR240-N-PARENT (DLR240-TARGET) = DLR240-DEST
064800         MOVE 'ALREADY UNDER DESTINATION' TO DLR240-REASON
064900         MOVE 'N' TO DLR240-CARD-OK-SW
065000     END-IF.
065100     IF  DLR240-CARD-OK
065200         MOVE DLR240-DEST TO DLR240-SCAN-PARENT
065300         MOVE DLR240-N-TYPE (DLR240-TARGET) TO DLR240-SCAN-TYPE
065400         MOVE DLR240-N-NAME (DLR240-TARGET) TO DLR240-SCAN-NAME
065500         PERFORM 3160-FIND-CHILD
065600         IF  DLR240-FOUND-NODE NOT = ZERO
065700             MOVE 'NAME ALREADY USED UNDER PARENT'
065800                 TO DLR240-REASON
065900             MOVE 'N' TO DLR240-CARD-OK-SW
066000         END-IF
066100     END-IF.
066200     IF  DLR240-CARD-OK
066300         PERFORM 3650-CHECK-PARENT-KEEPS
066400     END-IF.
066500     IF  DLR240-CARD-OK
066600         MOVE DLR240-N-PARENT (DLR240-TARGET) TO DLR240-OLD-PARENT
066700         MOVE DLR240-TARGET TO DLR240-ROOT
066800         PERFORM 3600-FIND-SUBTREE-END
066900         MOVE DLR240-TARGET      TO DLR240-FIRST
067000         MOVE DLR240-SUBTREE-END TO DLR240-LAST
067100         PERFORM 3800-UNLINK-RANGE
067200         MOVE DLR240-DEST TO DLR240-ROOT
067300         PERFORM 3600-FIND-SUBTREE-END
067400         MOVE DLR240-SUBTREE-END TO DLR240-AFTER
067500         PERFORM 3850-LINK-RANGE-AFTER
067600         MOVE DLR240-DEST TO DLR240-N-PARENT (DLR240-TARGET)
067700         MOVE DLR240-FIRST TO DLR240-SUB
067800         MOVE 'N' TO DLR240-RANGE-DONE-SW
067900         PERFORM 3550-JOURNAL-MOVED-NODE
068000             UNTIL DLR240-RANGE-DONE
068100         ADD 1 TO DLR240-MOVES
068200     END-IF.
068300 3500-EXIT.
068400     EXIT.
068500
068600*    THE TOP OF THE MOVED SUBTREE CHANGES PARENT; THE RECORDS
068700*    UNDER IT KEEP THEIRS AND ARE JOURNALLED TO SHOW THEY WENT
068800*    WITH IT.
068900 3550-JOURNAL-MOVED-NODE.
069000     PERFORM 7000-START-JOURNAL.
069100     IF  DLR240-SUB = DLR240-TARGET
069200         MOVE DLR240-OLD-PARENT TO DLR240-JP
069300     ELSE
069400         MOVE DLR240-N-PARENT (DLR240-SUB) TO DLR240-JP
069500     END-IF.
069600     PERFORM 7100-SET-BEFORE-PARENT.
069700     MOVE DLR240-N-PARENT (DLR240-SUB) TO DLR240-JP.
069800     PERFORM 7200-SET-AFTER-PARENT.
069900     MOVE DLR240-N-IMAGE (DLR240-SUB) TO JNL-BEFORE-IMAGE.
070000     MOVE DLR240-N-IMAGE (DLR240-SUB) TO JNL-AFTER-IMAGE.
070100     PERFORM 7900-WRITE-JOURNAL.
070200     ADD 1 TO DLR240-NODES-MOVED.
070300     IF  DLR240-SUB = DLR240-LAST
070400         MOVE 'Y' TO DLR240-RANGE-DONE-SW
070500     ELSE
070600         MOVE DLR240-N-NEXT (DLR240-SUB) TO DLR240-SUB
070700     END-IF.
070800 3550-EXIT.
070900     EXIT.
071000
071100*    THE SUBTREE OF A RECORD RUNS TO THE LAST RECORD BEFORE THE
071200*    NEXT ONE AT ITS OWN LEVEL OR ABOVE (OR THE END OF THE FILE).
071300 3600-FIND-SUBTREE-END.
071400     MOVE DLR240-ROOT TO DLR240-SUBTREE-END.
071500     MOVE 'N' TO DLR240-END-FOUND-SW.
071600     PERFORM 3610-STEP-SUBTREE
071700         UNTIL DLR240-END-FOUND.
071800 3600-EXIT.
071900     EXIT.
072000
072100 3610-STEP-SUBTREE.
072200     MOVE DLR240-N-NEXT (DLR240-SUBTREE-END) TO DLR240-NEXT-SUB.
072300     IF  DLR240-NEXT-SUB = ZERO
072400         MOVE 'Y' TO DLR240-END-FOUND-SW
072500     ELSE
072600         IF  DLR240-N-LEVEL (DLR240-NEXT-SUB) >
072700             DLR240-N-LEVEL (DLR240-ROOT)
072800             MOVE DLR240-NEXT-SUB TO DLR240-SUBTREE-END
072900         ELSE
073000             MOVE 'Y' TO DLR240-END-FOUND-SW
073100         END-IF
073200     END-IF.
073300 3610-EXIT.
073400     EXIT.
073500
073600*    TAKING THE TARGET AWAY MUST NOT LEAVE ITS PARENT WITH FEWER
073700*    CHILDREN THAN DLR041 EXPECTS OF THE PARENT'S TYPE.
073800 3650-CHECK-PARENT-KEEPS.
073900     MOVE DLR240-N-PARENT (DLR240-TARGET) TO DLR240-SCAN-PARENT.
074000     IF  DLR240-SCAN-PARENT NOT = ZERO
074100         MOVE DLR240-N-TYPE (DLR240-SCAN-PARENT) TO
074200             DLR240-LOOKUP-TYPE
074300         PERFORM 3700-FIND-TYPE-RULE
074400         IF  DLR240-TYPE-FOUND
074500             PERFORM 3180-COUNT-CHILDREN
074600             IF  DLR240-CHILD-COUNT <=
074700                 DLR240-T-EXPECTED (DLR240-TX)
074800                 MOVE 'PARENT WOULD LOSE A REQD CHILD'
074900                     TO DLR240-REASON
075000                 MOVE 'N' TO DLR240-CARD-OK-SW
075100             END-IF
075200         END-IF
075300     END-IF.
075400 3650-EXIT.
075500     EXIT.
075600
075700 3700-FIND-TYPE-RULE.
075800     MOVE 'N' TO DLR240-TYPE-FOUND-SW.
075900     SET DLR240-TX TO 1.
076000     SEARCH DLR240-T-ENTRY
076100         AT END
076200             CONTINUE
076300         WHEN DLR240-T-TYPE (DLR240-TX) = DLR240-LOOKUP-TYPE
076400             MOVE 'Y' TO DLR240-TYPE-FOUND-SW
076500     END-SEARCH.
076600 3700-EXIT.
076700     EXIT.
076800
076900*    THE LEVEL FIELDS OF THE TYPE (FOUND BY 3700) MUST BE NUMERIC
077000*    AND ANYTHING AFTER THEM BLANK.
077100 3750-CHECK-FIELD-DATA.
077200     MOVE DLR240-T-DATA-LEN (DLR240-TX) TO DLR240-DATA-LEN.
077300     COMPUTE DLR240-REST-LEN = 15 - DLR240-DATA-LEN.
077400     IF  CHG-FIELD-DATA (1:DLR240-DATA-LEN) NOT NUMERIC
077500         MOVE 'FIELD DATA NOT VALID FOR TYPE' TO DLR240-REASON
077600         MOVE 'N' TO DLR240-CARD-OK-SW
077700     END-IF.
077800     IF  DLR240-CARD-OK
077900     AND DLR240-REST-LEN > ZERO
078000         IF  CHG-FIELD-DATA (DLR240-DATA-LEN + 1:DLR240-REST-LEN)
078100             NOT = SPACES
078200             MOVE 'FIELD DATA NOT VALID FOR TYPE' TO DLR240-REASON
078300             MOVE 'N' TO DLR240-CARD-OK-SW
078400         END-IF
078500     END-IF.
078600 3750-EXIT.
078700     EXIT.
078800
078900 3800-UNLINK-RANGE.
079000     MOVE DLR240-N-PREV (DLR240-FIRST) TO DLR240-PREV-SUB.
079100     MOVE DLR240-N-NEXT (DLR240-LAST)  TO DLR240-NEXT-SUB.
079200     IF  DLR240-PREV-SUB = ZERO
079300         MOVE DLR240-NEXT-SUB TO DLR240-HEAD
079400     ELSE
079500         MOVE DLR240-NEXT-SUB TO DLR240-N-NEXT (DLR240-PREV-SUB)
079600     END-IF.
079700     IF  DLR240-NEXT-SUB NOT = ZERO
079800         MOVE DLR240-PREV-SUB TO DLR240-N-PREV (DLR240-NEXT-SUB)
079900     END-IF.
080000     MOVE ZERO TO DLR240-N-PREV (DLR240-FIRST).
080100     MOVE ZERO TO DLR240-N-NEXT (DLR240-LAST).
080200 3800-EXIT.
080300     EXIT.
080400
080500 3850-LINK-RANGE-AFTER.
080600     MOVE DLR240-N-NEXT (DLR240-AFTER) TO DLR240-NEXT-SUB.
080700     MOVE DLR240-FIRST TO DLR240-N-NEXT (DLR240-AFTER).
080800     MOVE DLR240-AFTER TO DLR240-N-PREV (DLR240-FIRST).
080900     MOVE DLR240-NEXT-SUB TO DLR240-N-NEXT (DLR240-LAST).
081000     IF  DLR240-NEXT-SUB NOT = ZERO
081100         MOVE DLR240-LAST TO DLR240-N-PREV (DLR240-NEXT-SUB)
081200     END-IF.
081300 3850-EXIT.
081400     EXIT.
081500
081600 7000-START-JOURNAL.
081700     MOVE SPACES TO JOURNAL-REC.
081800     MOVE DLR240-CARDS-READ TO JNL-CARD-NO.
081900     MOVE CHG-ACTION TO JNL-ACTION.
082000     MOVE 'A' TO JNL-DISPOSITION.
082100     MOVE ZERO TO JNL-BEFORE-PARENT-TYPE.
082200     MOVE ZERO TO JNL-AFTER-PARENT-TYPE.
082300 7000-EXIT.
082400     EXIT.
082500
082600 7100-SET-BEFORE-PARENT.
082700     IF  DLR240-JP NOT = ZERO
082800         MOVE DLR240-N-TYPE (DLR240-JP) TO JNL-BEFORE-PARENT-TYPE
082900         MOVE DLR240-N-NAME (DLR240-JP) TO JNL-BEFORE-PARENT-NAME
083000     END-IF.
083100 7100-EXIT.
083200     EXIT.
083300
083400 7200-SET-AFTER-PARENT.
083500     IF  DLR240-JP NOT = ZERO
083600         MOVE DLR240-N-TYPE (DLR240-JP) TO JNL-AFTER-PARENT-TYPE
083700         MOVE DLR240-N-NAME (DLR240-JP) TO JNL-AFTER-PARENT-NAME
083800     END-IF.
083900 7200-EXIT.
084000     EXIT.
084100
084200*    A REFUSED CARD IS JOURNALLED WITH ITS REASON AND, AS THE
084300*    AFTER IMAGE, THE RECORD THE CARD ASKED FOR.
084400 7500-JOURNAL-REFUSAL.
084500     PERFORM 7000-START-JOURNAL.
084600     MOVE 'R' TO JNL-DISPOSITION.
084700     MOVE DLR240-REASON TO JNL-REASON.
084800     MOVE CHG-RECORD-TYPE TO JNL-AFTER-IMAGE (1:3).
084900     MOVE CHG-RECORD-NAME TO JNL-AFTER-IMAGE (4:8).
085000     MOVE CHG-FIELD-DATA  TO JNL-AFTER-IMAGE (12:15).
085100     PERFORM 7900-WRITE-JOURNAL.
085200 7500-EXIT.
085300     EXIT.
085400
085500 7900-WRITE-JOURNAL.
085600     WRITE JOURNAL-REC.
085700     ADD 1 TO DLR240-JOURNAL-ROWS.
085800 7900-EXIT.
085900     EXIT.
086000
086100 8000-WRITE-GENERATION.
086200     MOVE DLR240-HEAD TO DLR240-SUB.
086300     PERFORM 8100-WRITE-ONE-NODE
086400         UNTIL DLR240-SUB = ZERO.
086500 8000-EXIT.
086600     EXIT.
086700
086800 8100-WRITE-ONE-NODE.
086900     MOVE DLR240-N-IMAGE (DLR240-SUB) TO MRHF-OUT-REC.
087000     WRITE MRHF-OUT-REC.
087100     ADD 1 TO DLR240-RECS-WRITTEN.
087200     MOVE DLR240-N-NEXT (DLR240-SUB) TO DLR240-SUB.
087300 8100-EXIT.
087400     EXIT.
087500
087600 9000-TERMINATE.
087700     DISPLAY 'DLR240 RECORDS READ           = ' DLR240-RECS-READ.
087800     DISPLAY 'DLR240 INDEX ROWS             = ' DLR240-INDEX-ROWS.
087900     DISPLAY 'DLR240 CHANGE CARDS READ      = ' DLR240-CARDS-READ.
088000     DISPLAY 'DLR240 CARDS APPLIED          = '
088100         DLR240-CARDS-APPLIED.
088200     DISPLAY 'DLR240 CARDS REFUSED          = '
088300         DLR240-CARDS-REFUSED.
088400     DISPLAY 'DLR240 INSERTS                = ' DLR240-INSERTS.
088500     DISPLAY 'DLR240 UPDATES                = ' DLR240-UPDATES.
088600     DISPLAY 'DLR240 SUBTREES DELETED       = ' DLR240-DELETES.
088700     DISPLAY 'DLR240 SUBTREES MOVED         = ' DLR240-MOVES.
088800     DISPLAY 'DLR240 RECORDS REMOVED        = '
088900         DLR240-NODES-REMOVED.
089000     DISPLAY 'DLR240 RECORDS MOVED          = '
089100         DLR240-NODES-MOVED.
089200     DISPLAY 'DLR240 RECORDS WRITTEN        = '
089300         DLR240-RECS-WRITTEN.
089400     DISPLAY 'DLR240 JOURNAL ROWS           = '
089500         DLR240-JOURNAL-ROWS.
089600     IF  DLR240-CARDS-REFUSED > ZERO
089700     AND RETURN-CODE < 4
089800         MOVE 4 TO RETURN-CODE
089900     END-IF.
090000     CLOSE MRHF-FILE
090100           INDEX-FILE
090200           CHANGE-CARD
090300           MRHF-OUT
090400           CHANGE-JOURNAL.
090500 9000-EXIT.
090600     EXIT.
