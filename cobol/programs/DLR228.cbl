000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR228.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR228 - RETURNED-MAIL INTAKE AND UNDELIVERABLE ADDRESS      *
001000*            FLAGGING                                            *
001100*                                                                *
001200*   TAKES THE MAILROOM'S RETURNED-MAIL INTAKE (CUSTOMER ID,      *
001300*   MAIL TYPE, MAIL REFERENCE, DATE RETURNED, REASON), CHECKS    *
001400*   EACH ITEM AGAINST THE KEYED FCUSDAT MASTER AND FLAGS THE     *
001500*   CUSTOMER-ADDRESS IT CAME BACK FROM AS UNDELIVERABLE ON THE   *
001600*   FCUNDLV REGISTER. A FURTHER RETURN FROM THE SAME ADDRESS     *
001700*   ADDS TO THE RETURN COUNT; A RETURN FROM A NEW ADDRESS, OR    *
001800*   AFTER DLR038 CLEARED THE FLAG, FLAGS IT AFRESH. ACCEPTED     *
001900*   ITEMS ARE ADDED TO THE RETURNED-MAIL LOG FOR THE DLR229      *
002000*   MONTHLY VOLUME REPORT.                                       *
002100*                                                                *
002200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002300*  ---|----------|------------------------------|------------    *
002400*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RETURNED-MAIL-FILE ASSIGN TO RTNMAIL
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT FCUSDAT-FILE      ASSIGN TO FCUSDATK
003600                              ORGANIZATION IS INDEXED
003700                              ACCESS MODE IS RANDOM
003800                              RECORD KEY IS CUSTOMER-ID
003900                                  OF CUSTOMER-DATA.
004000     SELECT UNDELIVERABLE-FILE ASSIGN TO FCUNDLV
004100                              ORGANIZATION IS INDEXED
004200                              ACCESS MODE IS RANDOM
004300                              RECORD KEY IS UD-KEY.
004400     SELECT MAIL-LOG-IN       ASSIGN TO RTNMLOGI
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT MAIL-LOG-OUT      ASSIGN TO RTNMLOGO
004700                              ORGANIZATION IS SEQUENTIAL.
004800     SELECT INTAKE-REPORT     ASSIGN TO RTNMRPT
004900                              ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RETURNED-MAIL-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500     COPY FCRTNML.
005600 FD  FCUSDAT-FILE
005700     LABEL RECORDS ARE STANDARD.
005800     COPY FCUSDAT.
005900 FD  UNDELIVERABLE-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY FCUNDLV.
006200 FD  MAIL-LOG-IN
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  MAIL-LOG-IN-REC             PIC X(80).
006600 FD  MAIL-LOG-OUT
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD.
006900 01  MAIL-LOG-OUT-REC            PIC X(80).
007000 FD  INTAKE-REPORT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  INTAKE-LINE                 PIC X(132).
007400 WORKING-STORAGE SECTION.
007500 01  DLR228-SWITCHES.
007600     05  DLR228-RTN-EOF-SW        PIC X(01)  VALUE 'N'.
007700         88  DLR228-RTN-EOF                  VALUE 'Y'.
007800     05  DLR228-LOG-EOF-SW        PIC X(01)  VALUE 'N'.
007900         88  DLR228-LOG-EOF                  VALUE 'Y'.
008000     05  DLR228-MAST-FOUND-SW     PIC X(01)  VALUE 'N'.
008100         88  DLR228-MAST-FOUND               VALUE 'Y'.
008200     05  DLR228-UD-FOUND-SW       PIC X(01)  VALUE 'N'.
008300         88  DLR228-UD-FOUND                 VALUE 'Y'.
008400 01  DLR228-RUN-DATE              PIC 9(08)  VALUE ZERO.
008500 01  DLR228-REASON                PIC X(30)  VALUE SPACES.
008600 01  DLR228-COUNTERS.
008700     05  DLR228-ITEMS-READ        PIC 9(07)  VALUE ZERO.
008800     05  DLR228-NEW-FLAGS         PIC 9(07)  VALUE ZERO.
008900     05  DLR228-REFLAGGED         PIC 9(07)  VALUE ZERO.
009000     05  DLR228-REPEAT-RETURNS    PIC 9(07)  VALUE ZERO.
009100     05  DLR228-REJECTED          PIC 9(07)  VALUE ZERO.
009200     05  DLR228-LOG-CARRIED       PIC 9(07)  VALUE ZERO.
009300 01  DLR228-HEADING-1.
009400     05  FILLER                   PIC X(53)  VALUE
009500         'DLR228 - RETURNED MAIL INTAKE                    RUN '.
009600     05  DLR228-H1-RUN-DATE       PIC 9(08).
009700 01  DLR228-HEADING-2.
009800     05  FILLER                   PIC X(40)  VALUE
009900         'CUSTOMER TYPE MAIL REFERENCE       RETUR'.
010000     05  FILLER                   PIC X(40)  VALUE
010100         'NED RSN ADDRESS              RESULT     '.
010200 01  DLR228-DETAIL-LINE.
010300     05  DLR228-D-CUSTOMER        PIC 9(06).
010400     05  FILLER                   PIC X(03).
010500     05  DLR228-D-MAIL-TYPE       PIC X(02).
010600     05  FILLER                   PIC X(03).
010700     05  DLR228-D-MAIL-REF        PIC X(20).
010800     05  FILLER                   PIC X(01).
010900     05  DLR228-D-RETURNED        PIC 9(08).
011000     05  FILLER                   PIC X(01).
011100     05  DLR228-D-REASON          PIC X(02).
011200     05  FILLER                   PIC X(02).
011300     05  DLR228-D-ADDRESS         PIC X(20).
011400     05  FILLER                   PIC X(01).
011500     05  DLR228-D-RESULT          PIC X(30).
011600 01  DLR228-TOTAL-LINE.
011700     05  DLR228-T-LABEL           PIC X(40).
011800     05  DLR228-T-COUNT           PIC ZZZZZZZZ9.
011900 01  DLR228-BLANK-LINE            PIC X(01)  VALUE SPACE.
012000 PROCEDURE DIVISION.
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE.
012300     PERFORM 2000-PROCESS-ONE-RETURN
012400         UNTIL DLR228-RTN-EOF.
012500     PERFORM 8000-PRINT-TOTALS.
012600     PERFORM 9000-TERMINATE.
012700     STOP RUN.
012800
012900 1000-INITIALIZE.
013000     ACCEPT DLR228-RUN-DATE FROM DATE YYYYMMDD.
013100     OPEN INPUT  RETURNED-MAIL-FILE
013200                 FCUSDAT-FILE.
013300     OPEN I-O    UNDELIVERABLE-FILE.
013400     OPEN OUTPUT MAIL-LOG-OUT
013500                 INTAKE-REPORT.
013600     PERFORM 1100-CARRY-LOG.
013700     MOVE DLR228-RUN-DATE TO DLR228-H1-RUN-DATE.
013800     WRITE INTAKE-LINE FROM DLR228-HEADING-1.
013900     WRITE INTAKE-LINE FROM DLR228-HEADING-2.
014000     PERFORM 2100-READ-RETURN.
014100 1000-EXIT.
014200     EXIT.
014300
014400*    THE OLD LOG GOES FORWARD UNCHANGED; TODAY'S ACCEPTED
014500*    RETURNS ARE ADDED BEHIND IT.
014600 1100-CARRY-LOG.
014700     OPEN INPUT MAIL-LOG-IN.
014800     PERFORM 1110-READ-LOG.
014900     PERFORM 1120-CARRY-ONE-LOG
015000         UNTIL DLR228-LOG-EOF.
015100     CLOSE MAIL-LOG-IN.
015200 1100-EXIT.
015300     EXIT.
015400
015500 1110-READ-LOG.
015600     READ MAIL-LOG-IN
015700         AT END
015800             MOVE 'Y' TO DLR228-LOG-EOF-SW
015900     END-READ.
016000 1110-EXIT.
016100     EXIT.
016200
016300 1120-CARRY-ONE-LOG.
016400     WRITE MAIL-LOG-OUT-REC FROM MAIL-LOG-IN-REC.
016500     ADD 1 TO DLR228-LOG-CARRIED.
016600     PERFORM 1110-READ-LOG.
016700 1120-EXIT.
016800     EXIT.
016900
017000 2000-PROCESS-ONE-RETURN.
017100     ADD 1 TO DLR228-ITEMS-READ.
017200     PERFORM 2200-READ-MASTER-KEYED.
017300     MOVE SPACES TO DLR228-REASON.
017400     EVALUATE TRUE
017500         WHEN NOT DLR228-MAST-FOUND
017600             MOVE 'CUSTOMER NOT ON FCUSDAT       '
017700                 TO DLR228-REASON
017800         WHEN NOT RM-VALID-MAIL-TYPE
017900             MOVE 'UNKNOWN MAIL TYPE             '
018000                 TO DLR228-REASON
018100         WHEN NOT RM-VALID-REASON
018200             MOVE 'UNKNOWN RETURN REASON         '
018300                 TO DLR228-REASON
018400         WHEN RM-DATE-RETURNED NOT NUMERIC
018500           OR RM-DATE-RETURNED > DLR228-RUN-DATE
018600             MOVE 'INVALID DATE RETURNED         '
018700                 TO DLR228-REASON
018800         WHEN RM-MAIL-REF = SPACES
018900         AND NOT RM-STATEMENT
019000             MOVE 'NO MAIL REFERENCE ON ITEM     '
019100                 TO DLR228-REASON
019200         WHEN OTHER
019300             CONTINUE
019400     END-EVALUATE.
019500     IF  DLR228-REASON = SPACES
019600         PERFORM 3000-FLAG-ADDRESS
019700     ELSE
019800         ADD 1 TO DLR228-REJECTED
019900         MOVE SPACES TO DLR228-D-ADDRESS
020000         PERFORM 4000-LIST-RETURN
020100     END-IF.
020200     PERFORM 2100-READ-RETURN.
020300 2000-EXIT.
020400     EXIT.
020500
020600 2100-READ-RETURN.
020700     READ RETURNED-MAIL-FILE
020800         AT END
020900             MOVE 'Y' TO DLR228-RTN-EOF-SW
021000     END-READ.
021100 2100-EXIT.
021200     EXIT.
021300
021400 2200-READ-MASTER-KEYED.
021500     MOVE 'N' TO DLR228-MAST-FOUND-SW.
021600     MOVE RM-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-DATA.
021700     READ FCUSDAT-FILE
021800         INVALID KEY
021900             CONTINUE
022000         NOT INVALID KEY
022100             MOVE 'Y' TO DLR228-MAST-FOUND-SW
022200     END-READ.
022300 2200-EXIT.
022400     EXIT.
022500
022600*    THE FLAG IS ON THE ADDRESS THE CUSTOMER HOLDS TODAY. A
022700*    ROW ALREADY FLAGGED FOR THAT ADDRESS TAKES ONE MORE RETURN;
022800*    A CLEARED ROW, OR ONE FOR AN EARLIER ADDRESS, STARTS AGAIN.
022900 3000-FLAG-ADDRESS.
023000     MOVE RM-CUSTOMER-ID TO UD-CUSTOMER-ID.
023100     MOVE RM-MAIL-TYPE   TO UD-MAIL-TYPE.
023200     MOVE RM-MAIL-REF    TO UD-MAIL-REF.
023300     MOVE 'N' TO DLR228-UD-FOUND-SW.
023400     READ UNDELIVERABLE-FILE
023500         INVALID KEY
023600             CONTINUE
023700         NOT INVALID KEY
023800             MOVE 'Y' TO DLR228-UD-FOUND-SW
023900     END-READ.
024000     EVALUATE TRUE
024100         WHEN NOT DLR228-UD-FOUND
024200             PERFORM 3100-NEW-FLAG
024300             WRITE UNDELIVERABLE-DATA
024400             ADD 1 TO DLR228-NEW-FLAGS
024500             MOVE 'FLAGGED UNDELIVERABLE         '
024600                 TO DLR228-REASON
024700         WHEN UD-CLEARED
024800           OR UD-ADDRESS NOT = CUSTOMER-ADDRESS
024900             PERFORM 3100-NEW-FLAG
025000             REWRITE UNDELIVERABLE-DATA
025100             ADD 1 TO DLR228-REFLAGGED
025200             MOVE 'FLAGGED AGAIN - NEW ADDRESS   '
025300                 TO DLR228-REASON
025400         WHEN OTHER
025500             ADD 1 TO UD-RETURN-COUNT
025600             IF  RM-DATE-RETURNED > UD-LAST-RETURNED
025700                 MOVE RM-DATE-RETURNED TO UD-LAST-RETURNED
025800             END-IF
025900             MOVE RM-REASON TO UD-LAST-REASON
026000             REWRITE UNDELIVERABLE-DATA
026100             ADD 1 TO DLR228-REPEAT-RETURNS
026200             MOVE 'ALREADY FLAGGED - RETURN ADDED'
026300                 TO DLR228-REASON
026400     END-EVALUATE.
026500     WRITE MAIL-LOG-OUT-REC FROM RETURNED-MAIL-DATA.
026600     MOVE CUSTOMER-ADDRESS TO DLR228-D-ADDRESS.
026700     PERFORM 4000-LIST-RETURN.
026800 3000-EXIT.
026900     EXIT.
027000
027100 3100-NEW-FLAG.
027200     MOVE CUSTOMER-ADDRESS  TO UD-ADDRESS.
027300     MOVE 'U'               TO UD-STATUS.
027400     MOVE RM-DATE-RETURNED  TO UD-FIRST-RETURNED
027500                               UD-LAST-RETURNED.
027600     MOVE 1                 TO UD-RETURN-COUNT.
027700     MOVE RM-REASON         TO UD-LAST-REASON.
027800     MOVE ZERO              TO UD-CLEARED-DATE.
027900 3100-EXIT.
028000     EXIT.
028100
028200 4000-LIST-RETURN.
028300     MOVE RM-CUSTOMER-ID   TO DLR228-D-CUSTOMER.
028400     MOVE RM-MAIL-TYPE     TO DLR228-D-MAIL-TYPE.
028500     MOVE RM-MAIL-REF      TO DLR228-D-MAIL-REF.
028600     MOVE RM-DATE-RETURNED TO DLR228-D-RETURNED.
028700     MOVE RM-REASON        TO DLR228-D-REASON.
028800     MOVE DLR228-REASON    TO DLR228-D-RESULT.
028900     WRITE INTAKE-LINE FROM DLR228-DETAIL-LINE.
029000 4000-EXIT.
029100     EXIT.
029200
029300 8000-PRINT-TOTALS.
029400     WRITE INTAKE-LINE FROM DLR228-BLANK-LINE.
029500     MOVE 'RETURNED ITEMS READ' TO DLR228-T-LABEL.
029600     MOVE DLR228-ITEMS-READ TO DLR228-T-COUNT.
029700     WRITE INTAKE-LINE FROM DLR228-TOTAL-LINE.
029800     MOVE 'ADDRESSES NEWLY FLAGGED' TO DLR228-T-LABEL.
029900     MOVE DLR228-NEW-FLAGS TO DLR228-T-COUNT.
030000     WRITE INTAKE-LINE FROM DLR228-TOTAL-LINE.
030100     MOVE 'ADDRESSES FLAGGED AGAIN' TO DLR228-T-LABEL.
030200     MOVE DLR228-REFLAGGED TO DLR228-T-COUNT.
030300     WRITE INTAKE-LINE FROM DLR228-TOTAL-LINE.
030400     MOVE 'REPEAT RETURNS ON FLAGGED ADDRESSES'
030500         TO DLR228-T-LABEL.
030600     MOVE DLR228-REPEAT-RETURNS TO DLR228-T-COUNT.
030700     WRITE INTAKE-LINE FROM DLR228-TOTAL-LINE.
030800     MOVE 'ITEMS REJECTED' TO DLR228-T-LABEL.
030900     MOVE DLR228-REJECTED TO DLR228-T-COUNT.
031000     WRITE INTAKE-LINE FROM DLR228-TOTAL-LINE.
031100 8000-EXIT.
031200     EXIT.
031300
031400 9000-TERMINATE.
031500     IF  DLR228-REJECTED > ZERO
031600         MOVE 4 TO RETURN-CODE
031700     END-IF.
031800     DISPLAY 'DLR228 RETURNED ITEMS READ  = ' DLR228-ITEMS-READ.
031900     DISPLAY 'DLR228 ADDRESSES FLAGGED    = ' DLR228-NEW-FLAGS.
032000     DISPLAY 'DLR228 ITEMS REJECTED       = ' DLR228-REJECTED.
032100     CLOSE RETURNED-MAIL-FILE
032200           FCUSDAT-FILE
032300           UNDELIVERABLE-FILE
032400           MAIL-LOG-OUT
032500           INTAKE-REPORT.
032600 9000-EXIT.
032700     EXIT.
