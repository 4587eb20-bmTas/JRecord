000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR181.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR181 - GIFT CARD BREAKAGE RECOGNITION AND SCHEDULE         *
001000*                                                                *
001100*   MONTHLY. APPLIES THE APPROVED BREAKAGE POLICY TO EVERY       *
001200*   DLGIFTLG CARD STILL CARRYING VALUE:                          *
001300*     - A CARD PAST ITS EXPIRY TERM (MONTHS FROM ISSUE, THE      *
001400*       TERM BEING THE ONE IN FORCE WHEN THE CARD WAS ISSUED)    *
001500*       HAS ITS WHOLE BALANCE RECOGNISED;                        *
001600*     - A CARD WITH NO ACTIVITY FOR THE DORMANCY PERIOD HAS      *
001700*       THE POLICY PERCENTAGE OF ITS BALANCE RECOGNISED.         *
001800*   ONLY THE PART NOT ALREADY RECOGNISED IS TAKEN, SO A RERUN    *
001900*   OR THE NEXT MONTH'S RUN NEVER RECOGNISES THE SAME VALUE      *
002000*   TWICE. THE AMOUNT IS MARKED ON THE LEDGER AS BREAKAGE AND    *
002100*   JOURNALLED DEBIT GIFT CARD LIABILITY, CREDIT BREAKAGE        *
002200*   INCOME. BREAKAGE DLR115 HAS SINCE REVERSED BECAUSE THE CARD  *
002300*   WAS REDEEMED IS JOURNALLED BACK THE OTHER WAY AND CLEARED.   *
002400*                                                                *
002500*   THE SCHEDULE LISTS EVERY CARD RECOGNISED OR REVERSED AND     *
002600*   PROVES THE LIABILITY BEFORE, LESS THE BREAKAGE RECOGNISED,   *
002700*   TO THE LIABILITY AFTER RE-ADDED FROM THE UPDATED LEDGER.     *
002800*   THE POLICY IS HELD ON DLPARAMM (JOB DLR181):                 *
002900*     DORMANT-MTHS  MONTHS WITHOUT ACTIVITY       DEFAULT 24     *
003000*     BREAK-PCT     PERCENT RECOGNISED IF DORMANT DEFAULT 100    *
003100*     EXPIRY-MTHS   EXPIRY TERM IN MONTHS         DEFAULT 36     *
003200*   EXPIRY-MTHS ROWS ARE MATCHED ON THE CARD'S ISSUE DATE, NOT   *
003300*   THE RUN DATE, SO A CHANGE OF TERMS ONLY AFFECTS CARDS        *
003400*   ISSUED FROM ITS EFFECTIVE DATE. A TERM OF ZERO MEANS THE     *
003500*   CARDS DO NOT EXPIRE. A CARD WITH NO ISSUE DATE IS JUDGED ON  *
003600*   DORMANCY ONLY.                                               *
003700*                                                                *
003800*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
003900*  ---|----------|------------------------------|------------    *
004000*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
004100*                                                                *
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT PARAM-FILE        ASSIGN TO DLPARAMM
005000                              ORGANIZATION IS SEQUENTIAL.
005100     SELECT GIFT-LEDGER       ASSIGN TO DLGIFTLG
005200                              ORGANIZATION IS INDEXED
005300                              ACCESS MODE IS DYNAMIC
005400                              RECORD KEY IS DLGIFTLG-CARD-NO.
005500     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLBK
005600                              ORGANIZATION IS SEQUENTIAL.
005700     SELECT BREAKAGE-REPORT   ASSIGN TO BRKSCHED
005800                              ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  PARAM-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD.
006400 01  DLPARAMM-RECORD.
006500     COPY DLPARAMM.
006600 FD  GIFT-LEDGER
006700     LABEL RECORDS ARE STANDARD.
006800 01  DLGIFTLG-RECORD.
006900     COPY DLGIFTLG.
007000 FD  GL-JOURNAL-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  DLGLJRNL-RECORD.
007300     COPY DLGLJRNL.
007400 FD  BREAKAGE-REPORT
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD.
007700 01  BREAKAGE-LINE               PIC X(132).
007800 WORKING-STORAGE SECTION.
007900 01  DLR181-SWITCHES.
008000     05  DLR181-LEDG-EOF-SW       PIC X(01)  VALUE 'N'.
008100         88  DLR181-LEDG-EOF                 VALUE 'Y'.
008200     05  DLR181-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
008300         88  DLR181-PARM-EOF                 VALUE 'Y'.
008400     05  DLR181-CHANGED-SW        PIC X(01)  VALUE 'N'.
008500         88  DLR181-CHANGED                  VALUE 'Y'.
008600     05  DLR181-BALANCED-SW       PIC X(01)  VALUE 'Y'.
008700         88  DLR181-BALANCED                 VALUE 'Y'.
008800 01  DLR181-CONSTANTS.
008900*    BUILT-IN DEFAULTS - THE LIVE VALUES COME FROM DLPARAMM.
009000     05  DLR181-DORMANT-MONTHS    PIC 9(09)  VALUE 24.
009100     05  DLR181-BREAK-PCT         PIC 9(09)  VALUE 100.
009200     05  DLR181-DEFAULT-EXPIRY    PIC 9(09)  VALUE 36.
009300     05  DLR181-LIABILITY-ACCT    PIC X(08)  VALUE 'GFTLIA01'.
009400     05  DLR181-BREAKAGE-ACCT     PIC X(08)  VALUE 'GFTBRK01'.
009500     05  DLR181-COST-CENTRE       PIC X(06)  VALUE 'GIFTCD'.
009600 01  DLR181-BEST-EFF-DATES.
009700     05  DLR181-BEST-EFF-DORM     PIC 9(08)  VALUE ZERO.
009800     05  DLR181-BEST-EFF-PCT      PIC 9(08)  VALUE ZERO.
009900 01  DLR181-RUN-DATE-FIELDS.
010000     05  DLR181-RUN-CCYYMMDD      PIC 9(08)  VALUE ZERO.
010100     05  DLR181-RUN-PARTS REDEFINES DLR181-RUN-CCYYMMDD.
010200         10  DLR181-RUN-CCYY      PIC 9(04).
010300         10  DLR181-RUN-MM        PIC 9(02).
010400         10  DLR181-RUN-DD        PIC 9(02).
010500     05  DLR181-BATCH-DATE        PIC S9(07)   COMP-3.
010600 01  DLR181-CARD-DATE-FIELDS.
010700     05  DLR181-CARD-CCYYMMDD     PIC 9(08).
010800     05  DLR181-CARD-PARTS REDEFINES DLR181-CARD-CCYYMMDD.
010900         10  DLR181-CARD-CCYY     PIC 9(04).
011000         10  DLR181-CARD-MM       PIC 9(02).
011100         10  DLR181-CARD-DD       PIC 9(02).
011200     05  DLR181-ISSUE-CCYYMMDD    PIC 9(08).
011300     05  DLR181-LAST-CCYYMMDD     PIC 9(08).
011400 01  DLR181-CARD-WORK.
011500     05  DLR181-MONTHS-ELAPSED    PIC S9(05)   COMP.
011600     05  DLR181-MONTHS-DORMANT    PIC S9(05)   COMP.
011700     05  DLR181-MONTHS-ISSUED     PIC S9(05)   COMP.
011800     05  DLR181-EXPIRY-TERM       PIC 9(09).
011900     05  DLR181-BASIS             PIC X(08).
012000     05  DLR181-LIAB-BEFORE       PIC S9(11)V99 COMP-3.
012100     05  DLR181-PRIOR-BREAKAGE    PIC S9(11)V99 COMP-3.
012200     05  DLR181-TARGET            PIC S9(11)V99 COMP-3.
012300     05  DLR181-RECOGNISE         PIC S9(11)V99 COMP-3.
012400     05  DLR181-REVERSED          PIC S9(11)V99 COMP-3.
012500*    EXPIRY TERMS BY THE DATE FROM WHICH CARDS ISSUED CARRY
012600*    THEM, IN EFFECTIVE-DATE ORDER.
012700 01  DLR181-TERM-CONTROL.
012800     05  DLR181-TERM-COUNT        PIC S9(04)  COMP  VALUE ZERO.
012900     05  DLR181-MOVE-IX           PIC S9(04)  COMP.
013000 01  DLR181-TERM-TABLE.
013100     05  DLR181-TERM-ENTRY OCCURS 50 TIMES
013200                           INDEXED BY DLR181-TERM-IX.
013300         10  DLR181-TM-EFF-FROM   PIC 9(08).
013400         10  DLR181-TM-MONTHS     PIC 9(09).
013500 01  DLR181-COUNTERS.
013600     05  DLR181-CARDS-READ        PIC 9(09)  VALUE ZERO.
013700     05  DLR181-CARDS-EXPIRED     PIC 9(07)  VALUE ZERO.
013800     05  DLR181-CARDS-DORMANT     PIC 9(07)  VALUE ZERO.
013900     05  DLR181-CARDS-REVERSED    PIC 9(07)  VALUE ZERO.
014000     05  DLR181-CARDS-NO-ISSUE    PIC 9(07)  VALUE ZERO.
014100     05  DLR181-TERMS-DROPPED     PIC 9(07)  VALUE ZERO.
014200     05  DLR181-JOURNALS-WRITTEN  PIC 9(07)  VALUE ZERO.
014300 01  DLR181-TOTALS.
014400     05  DLR181-T-BALANCES        PIC S9(13)V99 COMP-3
014500                                             VALUE ZERO.
014600     05  DLR181-T-LIAB-BEFORE     PIC S9(13)V99 COMP-3
014700                                             VALUE ZERO.
014800     05  DLR181-T-RECOGNISED      PIC S9(13)V99 COMP-3
014900                                             VALUE ZERO.
014920     05  DLR181-T-EXPIRED-AMT     PIC S9(13)V99 COMP-3
014940                                             VALUE ZERO.
014960     05  DLR181-T-DORMANT-AMT     PIC S9(13)V99 COMP-3
014980                                             VALUE ZERO.
015000     05  DLR181-T-REVERSED        PIC S9(13)V99 COMP-3
015100                                             VALUE ZERO.
015200     05  DLR181-T-EXPECTED-AFTER  PIC S9(13)V99 COMP-3
015300                                             VALUE ZERO.
015400     05  DLR181-T-LIAB-AFTER      PIC S9(13)V99 COMP-3
015500                                             VALUE ZERO.
015600     05  DLR181-T-BREAKAGE-HELD   PIC S9(13)V99 COMP-3
015700                                             VALUE ZERO.
015800     05  DLR181-T-JRNL-DEBITS     PIC S9(13)V99 COMP-3
015900                                             VALUE ZERO.
016000     05  DLR181-T-JRNL-CREDITS    PIC S9(13)V99 COMP-3
016100                                             VALUE ZERO.
016200 01  DLR181-HEADING-1.
016300     05  FILLER                   PIC X(52)  VALUE
016400         'DLR181 - GIFT CARD BREAKAGE SCHEDULE            RUN '.
016500     05  DLR181-H-RUN-DATE        PIC 9(08).
016600 01  DLR181-HEADING-PARMS.
016700     05  FILLER                   PIC X(24)  VALUE
016800         'POLICY - DORMANT MONTHS'.
016900     05  DLR181-H-DORMANT         PIC ZZZ9.
017000     05  FILLER                   PIC X(22)  VALUE
017100         '   PERCENT RECOGNISED'.
017200     05  DLR181-H-PCT             PIC ZZ9.
017300     05  FILLER                   PIC X(28)  VALUE
017400         '   EXPIRY MONTHS (DEFAULT) '.
017500     05  DLR181-H-EXPIRY          PIC ZZZ9.
017600 01  DLR181-TERM-LINE.
017700     05  FILLER                   PIC X(30)  VALUE
017800         '   CARDS ISSUED FROM'.
017900     05  DLR181-TL-EFF-FROM       PIC 9(08).
018000     05  FILLER                   PIC X(16)  VALUE
018100         '  EXPIRE AFTER'.
018200     05  DLR181-TL-MONTHS         PIC ZZZ9.
018300     05  FILLER                   PIC X(07)  VALUE ' MONTHS'.
018400 01  DLR181-HEADING-2.
018500     05  FILLER                   PIC X(18)  VALUE 'CARD NUMBER'.
018600     05  FILLER                   PIC X(10)  VALUE 'ISSUED'.
018700     05  FILLER                   PIC X(10)  VALUE 'LAST USED'.
018800     05  FILLER                   PIC X(05)  VALUE 'IDLE'.
018900     05  FILLER                   PIC X(05)  VALUE 'TERM'.
019000     05  FILLER                   PIC X(10)  VALUE 'BASIS'.
019100     05  FILLER                   PIC X(15)  VALUE
019200         '      BALANCE'.
019300     05  FILLER                   PIC X(15)  VALUE
019400         '  PRIOR BRKGE'.
019500     05  FILLER                   PIC X(15)  VALUE
019600         '  THIS RUN'.
019700     05  FILLER                   PIC X(15)  VALUE
019800         '  LIAB BEFORE'.
019900     05  FILLER                   PIC X(15)  VALUE
020000         '   LIAB AFTER'.
020100 01  DLR181-DETAIL-LINE.
020200     05  DLR181-D-CARD-NO         PIC 9(16).
020300     05  FILLER                   PIC X(02)  VALUE SPACES.
020400     05  DLR181-D-ISSUED          PIC 9(08).
020500     05  FILLER                   PIC X(02)  VALUE SPACES.
020600     05  DLR181-D-LAST-USED       PIC 9(08).
020700     05  FILLER                   PIC X(02)  VALUE SPACES.
020800     05  DLR181-D-IDLE            PIC ZZ9.
020900     05  FILLER                   PIC X(02)  VALUE SPACES.
021000     05  DLR181-D-TERM            PIC ZZ9.
021100     05  FILLER                   PIC X(02)  VALUE SPACES.
021200     05  DLR181-D-BASIS           PIC X(08).
021300     05  FILLER                   PIC X(02)  VALUE SPACES.
021400     05  DLR181-D-BALANCE         PIC -ZZZZZZZZ9.99.
021500     05  FILLER                   PIC X(02)  VALUE SPACES.
021600     05  DLR181-D-PRIOR           PIC -ZZZZZZZZ9.99.
021700     05  FILLER                   PIC X(02)  VALUE SPACES.
021800     05  DLR181-D-THIS-RUN        PIC -ZZZZZZZZ9.99.
021900     05  FILLER                   PIC X(02)  VALUE SPACES.
022000     05  DLR181-D-LIAB-BEFORE     PIC -ZZZZZZZZ9.99.
022100     05  FILLER                   PIC X(02)  VALUE SPACES.
022200     05  DLR181-D-LIAB-AFTER      PIC -ZZZZZZZZ9.99.
022300 01  DLR181-TOTAL-LINE.
022400     05  DLR181-T-LABEL           PIC X(44).
022500     05  DLR181-T-COUNT           PIC ZZZZZZZZ9.
022600     05  FILLER                   PIC X(02)  VALUE SPACES.
022700     05  DLR181-T-AMOUNT          PIC -ZZZZZZZZZZZ9.99.
022800 01  DLR181-PROOF-LINE            PIC X(60).
022900 01  DLR181-BLANK-LINE            PIC X(01)  VALUE SPACE.
023000 PROCEDURE DIVISION.
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE.
023300     PERFORM 2000-PROCESS-CARD
023400         UNTIL DLR181-LEDG-EOF.
023500     PERFORM 3000-POST-JOURNAL.
023600     PERFORM 4000-PROVE-LIABILITY.
023700     PERFORM 8000-PRINT-TOTALS.
023800     PERFORM 9000-TERMINATE.
023900     STOP RUN.
024000
024100 1000-INITIALIZE.
024200     OPEN I-O    GIFT-LEDGER.
024300     OPEN OUTPUT GL-JOURNAL-FILE.
024400     OPEN OUTPUT BREAKAGE-REPORT.
024500     ACCEPT DLR181-RUN-CCYYMMDD FROM DATE YYYYMMDD.
024600     COMPUTE DLR181-BATCH-DATE =
024700         DLR181-RUN-CCYYMMDD - 19000000.
024800     PERFORM 1100-LOAD-PARAMETERS.
024900     DISPLAY 'DLR181 DORMANT MONTHS USED   = '
025000         DLR181-DORMANT-MONTHS.
025100     DISPLAY 'DLR181 PERCENT USED          = ' DLR181-BREAK-PCT.
025200     DISPLAY 'DLR181 EXPIRY TERMS LOADED   = ' DLR181-TERM-COUNT.
025300     MOVE DLR181-RUN-CCYYMMDD TO DLR181-H-RUN-DATE.
025400     MOVE DLR181-DORMANT-MONTHS TO DLR181-H-DORMANT.
025500     MOVE DLR181-BREAK-PCT TO DLR181-H-PCT.
025600     MOVE DLR181-DEFAULT-EXPIRY TO DLR181-H-EXPIRY.
025700     WRITE BREAKAGE-LINE FROM DLR181-HEADING-1.
025800     WRITE BREAKAGE-LINE FROM DLR181-HEADING-PARMS.
025900     PERFORM 1200-PRINT-ONE-TERM
026000         VARYING DLR181-TERM-IX FROM 1 BY 1
026100         UNTIL DLR181-TERM-IX > DLR181-TERM-COUNT.
026200     WRITE BREAKAGE-LINE FROM DLR181-BLANK-LINE.
026300     WRITE BREAKAGE-LINE FROM DLR181-HEADING-2.
026400     MOVE LOW-VALUES TO DLGIFTLG-CARD-NO.
026500     START GIFT-LEDGER KEY NOT < DLGIFTLG-CARD-NO
026600         INVALID KEY
026700             MOVE 'Y' TO DLR181-LEDG-EOF-SW
026800     END-START.
026900     IF  NOT DLR181-LEDG-EOF
027000         PERFORM 2100-READ-CARD
027100     END-IF.
027200 1000-EXIT.
027300     EXIT.
027400
027500*    THE LATEST DLPARAMM ROW EFFECTIVE ON OR BEFORE THE RUN
027600*    DATE WINS; WITH NO ROW THE BUILT-IN DEFAULT STANDS. EVERY
027700*    EXPIRY-MTHS ROW IS KEPT, TO BE MATCHED TO ISSUE DATES.
027800 1100-LOAD-PARAMETERS.
027900     OPEN INPUT PARAM-FILE.
028000     PERFORM 1110-READ-PARAM.
028100     PERFORM 1120-TEST-ONE-PARAM
028200         UNTIL DLR181-PARM-EOF.
028300     CLOSE PARAM-FILE.
028400 1100-EXIT.
028500     EXIT.
028600
028700 1110-READ-PARAM.
028800     READ PARAM-FILE
028900         AT END
029000             MOVE 'Y' TO DLR181-PARM-EOF-SW
029100     END-READ.
029200 1110-EXIT.
029300     EXIT.
029400
029500 1120-TEST-ONE-PARAM.
029600     IF  DLPARAMM-JOB-NAME = 'DLR181  '
029700     AND DLPARAMM-EFF-FROM <= DLR181-RUN-CCYYMMDD
029800         EVALUATE TRUE
029900             WHEN DLPARAMM-PARAM-NAME = 'DORMANT-MTHS'
030000             AND  DLPARAMM-EFF-FROM >= DLR181-BEST-EFF-DORM
030100                 MOVE DLPARAMM-EFF-FROM
030200                     TO DLR181-BEST-EFF-DORM
030300                 MOVE DLPARAMM-PARAM-VALUE
030400                     TO DLR181-DORMANT-MONTHS
030500             WHEN DLPARAMM-PARAM-NAME = 'BREAK-PCT   '
030600             AND  DLPARAMM-EFF-FROM >= DLR181-BEST-EFF-PCT
030700                 MOVE DLPARAMM-EFF-FROM
030800                     TO DLR181-BEST-EFF-PCT
030900                 MOVE DLPARAMM-PARAM-VALUE
031000                     TO DLR181-BREAK-PCT
031100             WHEN DLPARAMM-PARAM-NAME = 'EXPIRY-MTHS '
031200                 PERFORM 1130-INSERT-ONE-TERM
031300             WHEN OTHER
031400                 CONTINUE
031500         END-EVALUATE
031600     END-IF.
031700     PERFORM 1110-READ-PARAM.
031800 1120-EXIT.
031900     EXIT.
032000
032100 1130-INSERT-ONE-TERM.
032200     IF  DLR181-TERM-COUNT < 50
032300         SET DLR181-TERM-IX TO 1
032400         SEARCH DLR181-TERM-ENTRY
032500             AT END
032600                 CONTINUE
032700             WHEN DLR181-TERM-IX > DLR181-TERM-COUNT
032800                 CONTINUE
032900             WHEN DLR181-TM-EFF-FROM (DLR181-TERM-IX)
033000                     > DLPARAMM-EFF-FROM
033100                 CONTINUE
033200         END-SEARCH
033300         PERFORM 1140-SHIFT-ONE-TERM
033400             VARYING DLR181-MOVE-IX
033500                 FROM DLR181-TERM-COUNT BY -1
033600             UNTIL DLR181-MOVE-IX < DLR181-TERM-IX
033700         ADD 1 TO DLR181-TERM-COUNT
033800         MOVE DLPARAMM-EFF-FROM
033900             TO DLR181-TM-EFF-FROM (DLR181-TERM-IX)
034000         MOVE DLPARAMM-PARAM-VALUE
034100             TO DLR181-TM-MONTHS (DLR181-TERM-IX)
034200     ELSE
034300         ADD 1 TO DLR181-TERMS-DROPPED
034400     END-IF.
034500 1130-EXIT.
034600     EXIT.
034700
034800 1140-SHIFT-ONE-TERM.
034900     MOVE DLR181-TERM-ENTRY (DLR181-MOVE-IX)
035000         TO DLR181-TERM-ENTRY (DLR181-MOVE-IX + 1).
035100 1140-EXIT.
035200     EXIT.
035300
035400 1200-PRINT-ONE-TERM.
035500     MOVE DLR181-TM-EFF-FROM (DLR181-TERM-IX)
035600         TO DLR181-TL-EFF-FROM.
035700     MOVE DLR181-TM-MONTHS (DLR181-TERM-IX) TO DLR181-TL-MONTHS.
035800     WRITE BREAKAGE-LINE FROM DLR181-TERM-LINE.
035900 1200-EXIT.
036000     EXIT.
036100
036200*    A CARD IS EXPIRED OR DORMANT, NEVER BOTH - EXPIRY TAKES THE
036300*    WHOLE BALANCE SO IS TESTED FIRST. THE TARGET IS THE TOTAL
036400*    BREAKAGE THE CARD SHOULD NOW CARRY; ONLY WHAT IT DOES NOT
036500*    CARRY ALREADY IS RECOGNISED. A CARD AT OR BELOW NIL
036600*    BALANCE HAS NOTHING TO RECOGNISE.
036700 2000-PROCESS-CARD.
036800     ADD 1 TO DLR181-CARDS-READ.
036900     MOVE 'N' TO DLR181-CHANGED-SW.
037000     MOVE SPACES TO DLR181-BASIS.
037100     MOVE ZERO TO DLR181-RECOGNISE
037200                  DLR181-REVERSED
037300                  DLR181-TARGET
037400                  DLR181-MONTHS-DORMANT.
037500     MOVE DLR181-DEFAULT-EXPIRY TO DLR181-EXPIRY-TERM.
037600     MOVE DLGIFTLG-BREAKAGE-AMT TO DLR181-PRIOR-BREAKAGE.
037700     COMPUTE DLR181-LIAB-BEFORE =
037800         DLGIFTLG-BALANCE - DLGIFTLG-BREAKAGE-AMT.
037900     ADD DLGIFTLG-BALANCE TO DLR181-T-BALANCES.
038000     ADD DLR181-LIAB-BEFORE TO DLR181-T-LIAB-BEFORE.
038100     IF  DLGIFTLG-BRK-REVERSED NOT = ZERO
038200         MOVE DLGIFTLG-BRK-REVERSED TO DLR181-REVERSED
038300         ADD DLR181-REVERSED TO DLR181-T-REVERSED
038400         ADD 1 TO DLR181-CARDS-REVERSED
038500         MOVE ZERO TO DLGIFTLG-BRK-REVERSED
038600         MOVE 'REVERSED' TO DLR181-BASIS
038700         MOVE 'Y' TO DLR181-CHANGED-SW
038800     END-IF.
038900     COMPUTE DLR181-LAST-CCYYMMDD =
039000         DLGIFTLG-LAST-ACTIVITY + 20000000.
039100     MOVE DLR181-LAST-CCYYMMDD TO DLR181-CARD-CCYYMMDD.
039200     PERFORM 2300-MONTHS-ELAPSED.
039300     MOVE DLR181-MONTHS-ELAPSED TO DLR181-MONTHS-DORMANT.
039400     IF  DLGIFTLG-ISSUE-DATE = ZERO
039500         MOVE ZERO TO DLR181-ISSUE-CCYYMMDD
039600         ADD 1 TO DLR181-CARDS-NO-ISSUE
039700     ELSE
039800         COMPUTE DLR181-ISSUE-CCYYMMDD =
039900             DLGIFTLG-ISSUE-DATE + 20000000
040000         PERFORM 2400-FIND-EXPIRY-TERM
040100     END-IF.
040200     IF  DLGIFTLG-BALANCE > ZERO
040300         PERFORM 2200-APPLY-POLICY
040400     END-IF.
040500     IF  DLR181-CHANGED
040600         PERFORM 2500-UPDATE-CARD
040700     END-IF.
040800     ADD DLGIFTLG-BREAKAGE-AMT TO DLR181-T-BREAKAGE-HELD.
040900     PERFORM 2100-READ-CARD.
041000 2000-EXIT.
041100     EXIT.
041200
041300 2100-READ-CARD.
041400     READ GIFT-LEDGER NEXT RECORD
041500         AT END
041600             MOVE 'Y' TO DLR181-LEDG-EOF-SW
041700     END-READ.
041800 2100-EXIT.
041900     EXIT.
042000
042100 2200-APPLY-POLICY.
042200     IF  DLR181-ISSUE-CCYYMMDD NOT = ZERO
042300     AND DLR181-EXPIRY-TERM > ZERO
042400         MOVE DLR181-ISSUE-CCYYMMDD TO DLR181-CARD-CCYYMMDD
042500         PERFORM 2300-MONTHS-ELAPSED
042600         MOVE DLR181-MONTHS-ELAPSED TO DLR181-MONTHS-ISSUED
042700     ELSE
042800         MOVE ZERO TO DLR181-MONTHS-ISSUED
042900     END-IF.
043000     EVALUATE TRUE
043100         WHEN DLR181-ISSUE-CCYYMMDD NOT = ZERO
043200         AND  DLR181-EXPIRY-TERM > ZERO
043300         AND  DLR181-MONTHS-ISSUED NOT < DLR181-EXPIRY-TERM
043400             MOVE DLGIFTLG-BALANCE TO DLR181-TARGET
043500             IF  DLR181-TARGET > DLGIFTLG-BREAKAGE-AMT
043600                 MOVE 'EXPIRED' TO DLR181-BASIS
043700                 ADD 1 TO DLR181-CARDS-EXPIRED
043800             END-IF
043900         WHEN DLR181-MONTHS-DORMANT NOT < DLR181-DORMANT-MONTHS
044000             COMPUTE DLR181-TARGET ROUNDED =
044100                 DLGIFTLG-BALANCE * DLR181-BREAK-PCT / 100
044200             IF  DLR181-TARGET > DLGIFTLG-BALANCE
044300                 MOVE DLGIFTLG-BALANCE TO DLR181-TARGET
044400             END-IF
044500             IF  DLR181-TARGET > DLGIFTLG-BREAKAGE-AMT
044600                 MOVE 'DORMANT' TO DLR181-BASIS
044700                 ADD 1 TO DLR181-CARDS-DORMANT
044800             END-IF
044900         WHEN OTHER
045000             CONTINUE
045100     END-EVALUATE.
045200     IF  DLR181-TARGET > DLGIFTLG-BREAKAGE-AMT
045300         COMPUTE DLR181-RECOGNISE =
045400             DLR181-TARGET - DLGIFTLG-BREAKAGE-AMT
045500         ADD DLR181-RECOGNISE TO DLGIFTLG-BREAKAGE-AMT
045600         MOVE DLR181-RUN-CCYYMMDD TO DLGIFTLG-BREAKAGE-DATE
045700         ADD DLR181-RECOGNISE TO DLR181-T-RECOGNISED
045710         IF  DLR181-BASIS = 'EXPIRED'
045720             ADD DLR181-RECOGNISE TO DLR181-T-EXPIRED-AMT
045730         ELSE
045740             ADD DLR181-RECOGNISE TO DLR181-T-DORMANT-AMT
045750         END-IF
045800         MOVE 'Y' TO DLR181-CHANGED-SW
045900     END-IF.
046000 2200-EXIT.
046100     EXIT.
046200
046300*    WHOLE MONTHS FROM THE CARD DATE TO THE RUN DATE - A MONTH
046400*    IS NOT COMPLETE UNTIL THE SAME DAY OF THE MONTH IS REACHED.
046500 2300-MONTHS-ELAPSED.
046600     COMPUTE DLR181-MONTHS-ELAPSED =
046700         (DLR181-RUN-CCYY * 12 + DLR181-RUN-MM)
046800       - (DLR181-CARD-CCYY * 12 + DLR181-CARD-MM).
046900     IF  DLR181-RUN-DD < DLR181-CARD-DD
047000         SUBTRACT 1 FROM DLR181-MONTHS-ELAPSED
047100     END-IF.
047200     IF  DLR181-MONTHS-ELAPSED < ZERO
047300         MOVE ZERO TO DLR181-MONTHS-ELAPSED
047400     END-IF.
047500 2300-EXIT.
047600     EXIT.
047700
047800*    THE TERM IS THE ONE FROM THE LATEST ROW EFFECTIVE ON OR
047900*    BEFORE THE ISSUE DATE; A CARD ISSUED BEFORE THE FIRST ROW
048000*    TAKES THE DEFAULT.
048100 2400-FIND-EXPIRY-TERM.
048200     PERFORM 2410-TEST-ONE-TERM
048300         VARYING DLR181-TERM-IX FROM 1 BY 1
048400         UNTIL DLR181-TERM-IX > DLR181-TERM-COUNT.
048500 2400-EXIT.
048600     EXIT.
048700
048800 2410-TEST-ONE-TERM.
048900     IF  DLR181-TM-EFF-FROM (DLR181-TERM-IX)
049000             <= DLR181-ISSUE-CCYYMMDD
049100         MOVE DLR181-TM-MONTHS (DLR181-TERM-IX)
049200             TO DLR181-EXPIRY-TERM
049300     END-IF.
049400 2410-EXIT.
049500     EXIT.
049600
049700 2500-UPDATE-CARD.
049800     REWRITE DLGIFTLG-RECORD
049900         INVALID KEY
050000             DISPLAY 'DLR181 DLGIFTLG REWRITE FAILED '
050100                 DLGIFTLG-CARD-NO
050200     END-REWRITE.
050300     MOVE DLGIFTLG-CARD-NO TO DLR181-D-CARD-NO.
050400     MOVE DLR181-ISSUE-CCYYMMDD TO DLR181-D-ISSUED.
050500     MOVE DLR181-LAST-CCYYMMDD TO DLR181-D-LAST-USED.
050600     MOVE DLR181-MONTHS-DORMANT TO DLR181-D-IDLE.
050700     MOVE DLR181-EXPIRY-TERM TO DLR181-D-TERM.
050800     MOVE DLR181-BASIS TO DLR181-D-BASIS.
050900     MOVE DLGIFTLG-BALANCE TO DLR181-D-BALANCE.
051000     MOVE DLR181-PRIOR-BREAKAGE TO DLR181-D-PRIOR.
051100     MOVE DLR181-RECOGNISE TO DLR181-D-THIS-RUN.
051200     MOVE DLR181-LIAB-BEFORE TO DLR181-D-LIAB-BEFORE.
051300     COMPUTE DLR181-D-LIAB-AFTER =
051400         DLGIFTLG-BALANCE - DLGIFTLG-BREAKAGE-AMT.
051500     WRITE BREAKAGE-LINE FROM DLR181-DETAIL-LINE.
051600 2500-EXIT.
051700     EXIT.
051800
051900*    DEBIT LIABILITY, CREDIT BREAKAGE INCOME WITH THIS RUN'S
052000*    RECOGNITION; REVERSALS GO THE OTHER WAY. DATED RUN DATE.
052100 3000-POST-JOURNAL.
052200     MOVE DLR181-BATCH-DATE     TO DLGLJRNL-BATCH-DATE.
052300     MOVE DLR181-COST-CENTRE    TO DLGLJRNL-COST-CENTRE.
052400     MOVE ZERO                  TO DLGLJRNL-DEPT-NO.
052500     MOVE ZERO                  TO DLGLJRNL-QTY-SOLD.
052600     MOVE SPACES                TO DLGLJRNL-ORIG-CCY.
052700     MOVE ZERO                  TO DLGLJRNL-ORIG-AMOUNT.
052800     MOVE DLR181-T-RECOGNISED   TO DLGLJRNL-AMOUNT.
052900     MOVE DLR181-LIABILITY-ACCT TO DLGLJRNL-GL-ACCOUNT.
053000     SET DLGLJRNL-IS-DEBIT      TO TRUE.
053100     MOVE 'GIFT CARD BREAKAGE RECOGNISED'
053200                                TO DLGLJRNL-NARRATIVE.
053300     PERFORM 3100-WRITE-JOURNAL-REC.
053400     MOVE DLR181-BREAKAGE-ACCT  TO DLGLJRNL-GL-ACCOUNT.
053500     SET DLGLJRNL-IS-CREDIT     TO TRUE.
053600     MOVE 'GIFT CARD BREAKAGE INCOME'
053700                                TO DLGLJRNL-NARRATIVE.
053800     PERFORM 3100-WRITE-JOURNAL-REC.
053900     MOVE DLR181-T-REVERSED     TO DLGLJRNL-AMOUNT.
054000     MOVE DLR181-BREAKAGE-ACCT  TO DLGLJRNL-GL-ACCOUNT.
054100     SET DLGLJRNL-IS-DEBIT      TO TRUE.
054200     MOVE 'BREAKAGE REVERSED ON REDEMPTION'
054300                                TO DLGLJRNL-NARRATIVE.
054400     PERFORM 3100-WRITE-JOURNAL-REC.
054500     MOVE DLR181-LIABILITY-ACCT TO DLGLJRNL-GL-ACCOUNT.
054600     SET DLGLJRNL-IS-CREDIT     TO TRUE.
054700     MOVE 'GIFT CARD LIABILITY REINSTATED'
054800                                TO DLGLJRNL-NARRATIVE.
054900     PERFORM 3100-WRITE-JOURNAL-REC.
055000 3000-EXIT.
055100     EXIT.
055200
055300 3100-WRITE-JOURNAL-REC.
055400     IF  DLGLJRNL-AMOUNT NOT = ZERO
055500         WRITE DLGLJRNL-RECORD
055600         ADD 1 TO DLR181-JOURNALS-WRITTEN
055700         IF  DLGLJRNL-IS-DEBIT
055800             ADD DLGLJRNL-AMOUNT TO DLR181-T-JRNL-DEBITS
055900         ELSE
056000             ADD DLGLJRNL-AMOUNT TO DLR181-T-JRNL-CREDITS
056100         END-IF
056200     END-IF.
056300 3100-EXIT.
056400     EXIT.
056500
056600*    THE LIABILITY AFTER IS RE-ADDED FROM THE LEDGER AS IT NOW
056700*    STANDS AND MUST EQUAL THE LIABILITY BEFORE LESS THE
056800*    BREAKAGE RECOGNISED. REVERSALS WERE ALREADY BACK IN THE
056900*    LEDGER LIABILITY BEFORE THIS RUN AND DO NOT MOVE IT.
057000 4000-PROVE-LIABILITY.
057100     MOVE 'N' TO DLR181-LEDG-EOF-SW.
057200     MOVE LOW-VALUES TO DLGIFTLG-CARD-NO.
057300     START GIFT-LEDGER KEY NOT < DLGIFTLG-CARD-NO
057400         INVALID KEY
057500             MOVE 'Y' TO DLR181-LEDG-EOF-SW
057600     END-START.
057700     IF  NOT DLR181-LEDG-EOF
057800         PERFORM 2100-READ-CARD
057900     END-IF.
058000     PERFORM 4100-ADD-ONE-CARD
058100         UNTIL DLR181-LEDG-EOF.
058200     COMPUTE DLR181-T-EXPECTED-AFTER =
058300         DLR181-T-LIAB-BEFORE - DLR181-T-RECOGNISED.
058400     IF  DLR181-T-EXPECTED-AFTER NOT = DLR181-T-LIAB-AFTER
058500     OR  DLR181-T-JRNL-DEBITS NOT = DLR181-T-JRNL-CREDITS
058600         MOVE 'N' TO DLR181-BALANCED-SW
058700     END-IF.
058800 4000-EXIT.
058900     EXIT.
059000
059100 4100-ADD-ONE-CARD.
059200     COMPUTE DLR181-T-LIAB-AFTER =
059300         DLR181-T-LIAB-AFTER + DLGIFTLG-BALANCE
059400                             - DLGIFTLG-BREAKAGE-AMT.
059500     PERFORM 2100-READ-CARD.
059600 4100-EXIT.
059700     EXIT.
059800
059900 8000-PRINT-TOTALS.
060000     WRITE BREAKAGE-LINE FROM DLR181-BLANK-LINE.
060100     MOVE 'GIFT CARDS READ' TO DLR181-T-LABEL.
060200     MOVE DLR181-CARDS-READ TO DLR181-T-COUNT.
060300     MOVE DLR181-T-BALANCES TO DLR181-T-AMOUNT.
060400     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
060500     MOVE 'LIABILITY BEFORE BREAKAGE' TO DLR181-T-LABEL.
060600     MOVE ZERO TO DLR181-T-COUNT.
060700     MOVE DLR181-T-LIAB-BEFORE TO DLR181-T-AMOUNT.
060800     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
060900     MOVE 'LESS BREAKAGE RECOGNISED - EXPIRED CARDS'
061000         TO DLR181-T-LABEL.
061100     MOVE DLR181-CARDS-EXPIRED TO DLR181-T-COUNT.
061200     MOVE DLR181-T-EXPIRED-AMT TO DLR181-T-AMOUNT.
061300     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
061400     MOVE 'LESS BREAKAGE RECOGNISED - DORMANT CARDS'
061500         TO DLR181-T-LABEL.
061600     MOVE DLR181-CARDS-DORMANT TO DLR181-T-COUNT.
061650     MOVE DLR181-T-DORMANT-AMT TO DLR181-T-AMOUNT.
061700     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
061800     MOVE 'BREAKAGE RECOGNISED THIS RUN' TO DLR181-T-LABEL.
061900     MOVE ZERO TO DLR181-T-COUNT.
062000     MOVE DLR181-T-RECOGNISED TO DLR181-T-AMOUNT.
062100     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
062200     MOVE 'EXPECTED LIABILITY AFTER BREAKAGE' TO DLR181-T-LABEL.
062300     MOVE DLR181-T-EXPECTED-AFTER TO DLR181-T-AMOUNT.
062400     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
062500     MOVE 'LIABILITY AFTER - RE-ADDED FROM LEDGER'
062600         TO DLR181-T-LABEL.
062700     MOVE DLR181-T-LIAB-AFTER TO DLR181-T-AMOUNT.
062800     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
062900     MOVE 'BREAKAGE HELD ON THE LEDGER' TO DLR181-T-LABEL.
063000     MOVE DLR181-T-BREAKAGE-HELD TO DLR181-T-AMOUNT.
063100     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
063200     MOVE 'BREAKAGE REVERSED ON REDEMPTION' TO DLR181-T-LABEL.
063300     MOVE DLR181-CARDS-REVERSED TO DLR181-T-COUNT.
063400     MOVE DLR181-T-REVERSED TO DLR181-T-AMOUNT.
063500     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
063600     MOVE 'CARDS WITH NO ISSUE DATE - DORMANCY ONLY'
063700         TO DLR181-T-LABEL.
063800     MOVE DLR181-CARDS-NO-ISSUE TO DLR181-T-COUNT.
063900     MOVE ZERO TO DLR181-T-AMOUNT.
064000     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
064100     MOVE 'JOURNAL DEBITS' TO DLR181-T-LABEL.
064200     MOVE DLR181-JOURNALS-WRITTEN TO DLR181-T-COUNT.
064300     MOVE DLR181-T-JRNL-DEBITS TO DLR181-T-AMOUNT.
064400     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
064500     MOVE 'JOURNAL CREDITS' TO DLR181-T-LABEL.
064600     MOVE ZERO TO DLR181-T-COUNT.
064700     MOVE DLR181-T-JRNL-CREDITS TO DLR181-T-AMOUNT.
064800     WRITE BREAKAGE-LINE FROM DLR181-TOTAL-LINE.
064900     WRITE BREAKAGE-LINE FROM DLR181-BLANK-LINE.
065000     IF  DLR181-BALANCED
065100         MOVE 'BREAKAGE SCHEDULE RECONCILED TO LIABILITY'
065200             TO DLR181-PROOF-LINE
065300     ELSE
065400         MOVE 'BREAKAGE SCHEDULE OUT OF BALANCE'
065500             TO DLR181-PROOF-LINE
065600     END-IF.
065700     WRITE BREAKAGE-LINE FROM DLR181-PROOF-LINE.
065800 8000-EXIT.
065900     EXIT.
066000
066100 9000-TERMINATE.
066200     DISPLAY 'DLR181 CARDS READ            = ' DLR181-CARDS-READ.
066300     DISPLAY 'DLR181 BREAKAGE RECOGNISED   = '
066400         DLR181-T-RECOGNISED.
066500     DISPLAY 'DLR181 BREAKAGE REVERSED     = ' DLR181-T-REVERSED.
066600     IF  DLR181-TERMS-DROPPED > ZERO
066700         DISPLAY 'DLR181 EXPIRY TERM TABLE FULL - DROPPED = '
066800             DLR181-TERMS-DROPPED
066900     END-IF.
067000     IF  NOT DLR181-BALANCED
067100         DISPLAY 'DLR181 BREAKAGE SCHEDULE OUT OF BALANCE'
067200         MOVE 8 TO RETURN-CODE
067300     END-IF.
067400     CLOSE GIFT-LEDGER
067500           GL-JOURNAL-FILE
067600           BREAKAGE-REPORT.
067700 9000-EXIT.
067800     EXIT.
