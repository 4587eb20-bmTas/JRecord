001800*   WITH RECORD COUNT AND AMOUNT HASH TOTAL - THE PAYMENTS       *
001900*   SYSTEM CONFIRMS BACK. TWO MIS-PAYMENTS THIS YEAR WERE OUR    *
002000*   TYPOS; THIS FILE HAS NONE.                                   *
002030*   A WITHDRAWAL DLR218 HAS BLOCKED FOR BREACHING A LIEN (ITS    *
002060*   LIENBLKD FILE) IS WITHHELD AND COUNTED, NOT PAID.            *
002100*                                                                *
002200*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002300*  ---|----------|------------------------------|------------    *
002400*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002450*  02 | 15/10/26 | WITHHOLD LIEN-BLOCKED DEBITS | R. GEALL       *
002460*  03 | 15/10/26 | RECORD LAYOUT MOVED TO       | R. GEALL       *
002470*     |          | COPYBOOK DLLIENBK            |                *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT PAYMENT-FILE      ASSIGN TO PAYINSTR
003600                              ORGANIZATION IS SEQUENTIAL.
003630     SELECT BLOCKED-FILE      ASSIGN TO LIENBLKD
003660                              ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  AQTRANS-FILE
006500         10  PAY-T-COUNT         PIC 9(09).
006600         10  PAY-T-HASH-AMT      PIC S9(15)   COMP-3.
006700         10  FILLER              PIC X(142).
006707 FD  BLOCKED-FILE
006714     RECORDING MODE IS F
006721     LABEL RECORDS ARE STANDARD.
006728 01  DLLIENBK-RECORD.
006735     COPY DLLIENBK.
006800 WORKING-STORAGE SECTION.
006900 01  DLR137-SWITCHES.
007000     05  DLR137-EOF-SW            PIC X(01)  VALUE 'N'.
007100         88  DLR137-EOF                      VALUE 'Y'.
007120     05  DLR137-BLK-EOF-SW        PIC X(01)  VALUE 'N'.
007140         88  DLR137-BLK-EOF                  VALUE 'Y'.
007160     05  DLR137-BLOCKED-SW        PIC X(01)  VALUE 'N'.
007180         88  DLR137-BLOCKED                  VALUE 'Y'.
007200 01  DLR137-RUN-DATE              PIC 9(08)  VALUE ZERO.
007300 01  DLR137-COUNTERS.
007400     05  DLR137-RECS-READ         PIC 9(09)  VALUE ZERO.
007500     05  DLR137-PAYMENTS          PIC 9(09)  VALUE ZERO.
007600     05  DLR137-HASH-AMT          PIC S9(15) COMP-3 VALUE ZERO.
007609     05  DLR137-WITHHELD          PIC 9(09)  VALUE ZERO.
007618 01  DLR137-BLOCK-CONTROL.
007627     05  DLR137-BLOCK-COUNT       PIC S9(04)  COMP  VALUE ZERO.
007636 01  DLR137-BLOCK-TABLE.
007645     05  DLR137-BLOCK-ENTRY OCCURS 2000 TIMES
007654                            INDEXED BY DLR137-BX.
007663         10  DLR137-B-ACC-NO      PIC X(20).
007672         10  DLR137-B-DEP-NO      PIC X(11).
007681         10  DLR137-B-TRANS-REF   PIC X(13).
007690         10  DLR137-B-VER-NO      PIC X(02).
007700 PROCEDURE DIVISION.
007800 0000-MAINLINE.
007900     PERFORM 1000-INITIALIZE.
009200     MOVE 'DLR137  '      TO PAY-H-SOURCE.
009300     MOVE DLR137-RUN-DATE TO PAY-H-BUS-DATE.
009400     WRITE PAYMENT-REC.
009450     PERFORM 1100-LOAD-BLOCKED.
009500     PERFORM 2100-READ-AQTRANS.
009600 1000-EXIT.
009700     EXIT.
009702
009704 1100-LOAD-BLOCKED.
009706     OPEN INPUT BLOCKED-FILE.
009708     PERFORM 1110-READ-BLOCKED.
009710     PERFORM 1120-HOLD-ONE-BLOCKED
009712         UNTIL DLR137-BLK-EOF.
009714     CLOSE BLOCKED-FILE.
009716 1100-EXIT.
009718     EXIT.
009720
009722 1110-READ-BLOCKED.
009724     READ BLOCKED-FILE
009726         AT END
009728             MOVE 'Y' TO DLR137-BLK-EOF-SW
009730     END-READ.
009732 1110-EXIT.
009734     EXIT.
009736
009738 1120-HOLD-ONE-BLOCKED.
009740     IF  DLR137-BLOCK-COUNT < 2000
009742         ADD 1 TO DLR137-BLOCK-COUNT
009744         SET DLR137-BX TO DLR137-BLOCK-COUNT
009746         MOVE DLLIENBK-ACC-NO    TO DLR137-B-ACC-NO (DLR137-BX)
009748         MOVE DLLIENBK-DEP-NO    TO DLR137-B-DEP-NO (DLR137-BX)
009750         MOVE DLLIENBK-TRANS-REF TO DLR137-B-TRANS-REF (DLR137-BX)
009752         MOVE DLLIENBK-VER-NO    TO DLR137-B-VER-NO (DLR137-BX)
009754     ELSE
009756         DISPLAY 'DLR137 BLOCKED TABLE FULL - ' DLLIENBK-TRANS-REF
009758             ' NOT LOADED'
009760         MOVE 8 TO RETURN-CODE
009762     END-IF.
009764     PERFORM 1110-READ-BLOCKED.
009766 1120-EXIT.
009768     EXIT.
009800
009900*    ONLY SETTLED WDL/PW WITHDRAWALS PAY OUT - THE SETTLED
010000*    INDICATOR AND A REAL SETTLEMENT DATE BOTH HAVE TO BE
010500     AND TRANS-SETTLED-IND = 'Y'
010600     AND TRN-DR-DTE-SETL > ZERO
010650     AND TRN-DR-ROL-NEW-DEP-IND NOT = 'Y'
010670         PERFORM 2300-TEST-BLOCKED
010690         IF  DLR137-BLOCKED
010710             ADD 1 TO DLR137-WITHHELD
010730         ELSE
010750             PERFORM 2200-WRITE-INSTRUCTION
010770         END-IF
010800     END-IF.
010900     PERFORM 2100-READ-AQTRANS.
011000 2000-EXIT.
013200     WRITE PAYMENT-REC.
013300 2200-EXIT.
013400     EXIT.
013405
013410 2300-TEST-BLOCKED.
013415     MOVE 'N' TO DLR137-BLOCKED-SW.
013420     SET DLR137-BX TO 1.
013425     SEARCH DLR137-BLOCK-ENTRY
013430         AT END
013435             CONTINUE
013440         WHEN DLR137-BX > DLR137-BLOCK-COUNT
013445             CONTINUE
013450         WHEN DLR137-B-TRANS-REF (DLR137-BX) = TRANS-REF
013455         AND  DLR137-B-VER-NO (DLR137-BX) = TRANS-VER-NO
013460         AND  DLR137-B-ACC-NO (DLR137-BX) = TRANS-ACC-NO
013465         AND  DLR137-B-DEP-NO (DLR137-BX) = TRANS-DEP-NO
013470             MOVE 'Y' TO DLR137-BLOCKED-SW
013475     END-SEARCH.
013480 2300-EXIT.
013485     EXIT.
013500
013600 3000-WRITE-TRAILER.
013700     MOVE SPACES TO PAYMENT-REC.
014600     DISPLAY 'DLR137 RECORDS READ     = ' DLR137-RECS-READ.
014700     DISPLAY 'DLR137 PAYMENTS OUT     = ' DLR137-PAYMENTS.
014800     DISPLAY 'DLR137 HASH TOTAL       = ' DLR137-HASH-AMT.
014850     DISPLAY 'DLR137 WITHHELD - LIEN  = ' DLR137-WITHHELD.
014900     CLOSE AQTRANS-FILE
015000           PAYMENT-FILE.
015100 9000-EXIT.
