000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR204.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR204 - AP BANK PAYMENT FILE FOR ONE CURRENCY               *
001000*                                                                *
001100*   SELECTS FROM THE DLR203 PAYMENTS (APPAYMT) THOSE IN THE      *
001200*   CURRENCY NAMED ON THE BANKCCY CONTROL CARD - SPACES FOR      *
001300*   LOCAL CURRENCY - AND WRITES THEM AS ONE BANK PAYMENT FILE    *
001400*   (BANKPAY): A HEADER, ONE DETAIL PER PAYMENT AND A TRAILER    *
001500*   CARRYING THE COUNT AND TOTAL FOR THE BANK TO BALANCE TO.     *
001600*   THE JOB RUNS THIS STEP ONCE PER CURRENCY PAID, EACH STEP     *
001700*   WITH ITS OWN CARD AND ITS OWN BANKPAY DATASET.               *
001710*   THE FIRST BANKCCY CARD NAMES THIS STEP'S CURRENCY; ANY       *
001720*   FURTHER CARDS NAME THE CURRENCIES THE JOB'S OTHER DLR204     *
001730*   STEPS PAY. EVERY PAYMENT NOT WRITTEN HERE IS LISTED ON       *
001740*   BANKRPT, AND ONE IN A CURRENCY ON NO BANKCCY CARD - WHICH NO *
001750*   BANK FILE WILL CARRY - ENDS THE RUN WITH RETURN CODE 4.      *
001800*                                                                *
001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002130*  02 | 15/10/26 | LIST PAYMENTS SKIPPED; RC 4  | R. GEALL       *
002160*     |          | WHEN NO STEP PAYS A CURRENCY |                *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CONTROL-CARD      ASSIGN TO BANKCCY
003100                              ORGANIZATION IS SEQUENTIAL.
003200     SELECT PAYMENT-FILE      ASSIGN TO APPAYMT
003300                              ORGANIZATION IS SEQUENTIAL.
003400     SELECT BANK-FILE         ASSIGN TO BANKPAY
003500                              ORGANIZATION IS SEQUENTIAL.
003510     SELECT BANK-REPORT       ASSIGN TO BANKRPT
003520                              ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CONTROL-CARD
003900     RECORDING MODE IS F
004000     LABEL RECORDS ARE STANDARD.
004100 01  CONTROL-CARD-REC.
004200     05  BCC-CURRENCY            PIC X(03).
004300     05  FILLER                  PIC X(77).
004400 FD  PAYMENT-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD.
004700 01  PAYMENT-REC.
004800     05  PMT-PAYMENT-REF         PIC 9(12).
004900     05  PMT-SUP-ID              PIC 9(08).
005000     05  PMT-VENDOR-NAME         PIC X(30).
005100     05  PMT-CURRENCY            PIC X(03).
005200     05  PMT-PAY-AMOUNT          PIC 9(11)V99.
005300     05  PMT-LOCAL-AMOUNT        PIC 9(11)V99.
005400     05  PMT-PAY-DATE            PIC 9(08).
005500     05  PMT-ITEM-COUNT          PIC 9(05).
005600     05  FILLER                  PIC X(08).
005700 FD  BANK-FILE
005800     RECORDING MODE IS F
005900     LABEL RECORDS ARE STANDARD.
006000 01  BANK-REC.
006100     05  BNK-RECORD-TYPE         PIC X(01).
006200         88  BNK-HEADER                 VALUE 'H'.
006300         88  BNK-DETAIL                 VALUE 'D'.
006400         88  BNK-TRAILER                VALUE 'T'.
006500     05  BNK-DATA                PIC X(79).
006600     05  BNK-HEADER-DATA REDEFINES BNK-DATA.
006700         10  BNK-H-CURRENCY      PIC X(03).
006800         10  BNK-H-CREATE-DATE   PIC 9(08).
006900         10  FILLER              PIC X(68).
007000     05  BNK-DETAIL-DATA REDEFINES BNK-DATA.
007100         10  BNK-D-PAYMENT-REF   PIC 9(12).
007200         10  BNK-D-SUP-ID        PIC 9(08).
007300         10  BNK-D-VENDOR-NAME   PIC X(30).
007400         10  BNK-D-AMOUNT        PIC 9(11)V99.
007500         10  BNK-D-VALUE-DATE    PIC 9(08).
007600         10  FILLER              PIC X(08).
007700     05  BNK-TRAILER-DATA REDEFINES BNK-DATA.
007800         10  BNK-T-COUNT         PIC 9(07).
007900         10  BNK-T-TOTAL         PIC 9(13)V99.
008000         10  FILLER              PIC X(57).
008010 FD  BANK-REPORT
008020     RECORDING MODE IS F
008030     LABEL RECORDS ARE STANDARD.
008040 01  BANK-REPORT-LINE            PIC X(132).
008100 WORKING-STORAGE SECTION.
008200 01  DLR204-SWITCHES.
008300     05  DLR204-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
008400         88  DLR204-CARD-EOF                 VALUE 'Y'.
008500     05  DLR204-PMT-EOF-SW        PIC X(01)  VALUE 'N'.
008600         88  DLR204-PMT-EOF                  VALUE 'Y'.
008610     05  DLR204-NO-CARD-SW        PIC X(01)  VALUE 'N'.
008620         88  DLR204-NO-CARD                  VALUE 'Y'.
008630     05  DLR204-COVERED-SW        PIC X(01)  VALUE 'N'.
008640         88  DLR204-COVERED                  VALUE 'Y'.
008700 01  DLR204-RUN-DATE              PIC 9(08)  VALUE ZERO.
008800 01  DLR204-CURRENCY              PIC X(03)  VALUE SPACES.
008810*    CURRENCIES PAID BY THE JOB'S OTHER DLR204 STEPS.
008820 01  DLR204-OTHER-CONTROL.
008830     05  DLR204-OTHER-COUNT       PIC S9(04)  COMP  VALUE ZERO.
008840 01  DLR204-OTHER-TABLE.
008850     05  DLR204-OTHER-ENTRY OCCURS 50 TIMES
008860                            INDEXED BY DLR204-OX.
008870         10  DLR204-O-CCY         PIC X(03).
008900 01  DLR204-COUNTERS.
009000     05  DLR204-PAYMENTS-READ     PIC 9(07)  VALUE ZERO.
009100     05  DLR204-PAYMENTS-WRITTEN  PIC 9(07)  VALUE ZERO.
009110     05  DLR204-SKIPPED-OTHER     PIC 9(07)  VALUE ZERO.
009120     05  DLR204-SKIPPED-NO-STEP   PIC 9(07)  VALUE ZERO.
009130     05  DLR204-CARDS-DROPPED     PIC 9(07)  VALUE ZERO.
009200 01  DLR204-TOTAL                 PIC 9(13)V99  VALUE ZERO.
009202 01  DLR204-HEADING-1.
009204     05  FILLER                   PIC X(53)  VALUE
009206         'DLR204 - AP BANK PAYMENT FILE                    RUN '.
009208     05  DLR204-H-RUN-DATE        PIC 9(08).
009210 01  DLR204-HEADING-2.
009212     05  FILLER                   PIC X(26)  VALUE
009214         'BANK FILE CURRENCY       '.
009216     05  DLR204-H-CURRENCY        PIC X(05).
009218 01  DLR204-HEADING-3.
009220     05  FILLER                   PIC X(40)  VALUE
009222         'PAYMENTS NOT WRITTEN TO THIS BANK FILE'.
009224 01  DLR204-HEADING-4.
009226     05  FILLER                   PIC X(40)  VALUE
009228         'PAYMENT REF   SUPPLIER  VENDOR NAME     '.
009230     05  FILLER                   PIC X(40)  VALUE
009232         '                 CCY           AMOUNT  '.
009234     05  FILLER                   PIC X(20)  VALUE
009236         'NOTE'.
009238 01  DLR204-SKIP-LINE.
009240     05  DLR204-S-PAYMENT-REF     PIC 9(12).
009242     05  FILLER                   PIC X(02)  VALUE SPACES.
009244     05  DLR204-S-SUP-ID          PIC 9(08).
009246     05  FILLER                   PIC X(02)  VALUE SPACES.
009248     05  DLR204-S-VENDOR-NAME     PIC X(30).
009250     05  FILLER                   PIC X(03)  VALUE SPACES.
009252     05  DLR204-S-CURRENCY        PIC X(05).
009254     05  FILLER                   PIC X(01)  VALUE SPACE.
009256     05  DLR204-S-AMOUNT          PIC ZZZZZZZZZZ9.99.
009258     05  FILLER                   PIC X(02)  VALUE SPACES.
009260     05  DLR204-S-NOTE            PIC X(30).
009262 01  DLR204-TOTAL-LINE.
009264     05  DLR204-T-LABEL           PIC X(40).
009266     05  DLR204-T-COUNT           PIC ZZZZZZZZ9.
009268     05  FILLER                   PIC X(02)  VALUE SPACES.
009270     05  DLR204-T-AMOUNT          PIC ZZZZZZZZZZZZ9.99.
009272 01  DLR204-BLANK-LINE            PIC X(01)  VALUE SPACE.
009300 PROCEDURE DIVISION.
009400 0000-MAINLINE.
009500     PERFORM 1000-INITIALIZE.
009600     PERFORM 2000-PROCESS-PAYMENT
009700         UNTIL DLR204-PMT-EOF.
009800     PERFORM 3000-WRITE-TRAILER.
009850     PERFORM 8000-PRINT-TOTALS.
009900     PERFORM 9000-TERMINATE.
010000     STOP RUN.
010100
010200 1000-INITIALIZE.
010300     OPEN INPUT CONTROL-CARD.
010400     READ CONTROL-CARD
010500         AT END
010600             MOVE 'Y' TO DLR204-NO-CARD-SW
010700     END-READ.
010800     IF  NOT DLR204-NO-CARD
010900         MOVE BCC-CURRENCY TO DLR204-CURRENCY
010910         PERFORM 1100-READ-CARD
010920         PERFORM 1200-STORE-OTHER-CCY
010930             UNTIL DLR204-CARD-EOF
011000     END-IF.
011100     CLOSE CONTROL-CARD.
011200     OPEN INPUT  PAYMENT-FILE.
011300     OPEN OUTPUT BANK-FILE
011350                 BANK-REPORT.
011400     ACCEPT DLR204-RUN-DATE FROM DATE YYYYMMDD.
011500     MOVE SPACES TO BANK-REC.
011600     SET BNK-HEADER TO TRUE.
011700     MOVE DLR204-CURRENCY TO BNK-H-CURRENCY.
011800     MOVE DLR204-RUN-DATE TO BNK-H-CREATE-DATE.
011900     WRITE BANK-REC.
011905     MOVE DLR204-RUN-DATE TO DLR204-H-RUN-DATE.
011910     IF  DLR204-CURRENCY = SPACES
011915         MOVE 'LOCAL' TO DLR204-H-CURRENCY
011920     ELSE
011925         MOVE DLR204-CURRENCY TO DLR204-H-CURRENCY
011930     END-IF.
011935     WRITE BANK-REPORT-LINE FROM DLR204-HEADING-1.
011940     WRITE BANK-REPORT-LINE FROM DLR204-HEADING-2.
011945     WRITE BANK-REPORT-LINE FROM DLR204-BLANK-LINE.
011950     WRITE BANK-REPORT-LINE FROM DLR204-HEADING-3.
011955     WRITE BANK-REPORT-LINE FROM DLR204-HEADING-4.
012000     PERFORM 2100-READ-PAYMENT.
012100 1000-EXIT.
012200     EXIT.
012300
012305 1100-READ-CARD.
012310     READ CONTROL-CARD
012315         AT END
012320             MOVE 'Y' TO DLR204-CARD-EOF-SW
012325     END-READ.
012330 1100-EXIT.
012335     EXIT.
012340
012345 1200-STORE-OTHER-CCY.
012350     IF  DLR204-OTHER-COUNT < 50
012355         ADD 1 TO DLR204-OTHER-COUNT
012360         SET DLR204-OX TO DLR204-OTHER-COUNT
012365         MOVE BCC-CURRENCY TO DLR204-O-CCY (DLR204-OX)
012370     ELSE
012375         ADD 1 TO DLR204-CARDS-DROPPED
012380     END-IF.
012385     PERFORM 1100-READ-CARD.
012390 1200-EXIT.
012395     EXIT.
012398
012400 2000-PROCESS-PAYMENT.
012500     IF  PMT-CURRENCY = DLR204-CURRENCY
012600         MOVE SPACES TO BANK-REC
012700         SET BNK-DETAIL TO TRUE
012800         MOVE PMT-PAYMENT-REF TO BNK-D-PAYMENT-REF
012900         MOVE PMT-SUP-ID      TO BNK-D-SUP-ID
013000         MOVE PMT-VENDOR-NAME TO BNK-D-VENDOR-NAME
013100         MOVE PMT-PAY-AMOUNT  TO BNK-D-AMOUNT
013200         MOVE PMT-PAY-DATE    TO BNK-D-VALUE-DATE
013300         WRITE BANK-REC
013400         ADD 1 TO DLR204-PAYMENTS-WRITTEN
013500         ADD PMT-PAY-AMOUNT TO DLR204-TOTAL
013600     ELSE
013650         PERFORM 2200-LIST-SKIPPED
013660     END-IF.
013700     PERFORM 2100-READ-PAYMENT.
013800 2000-EXIT.
013900     EXIT.
014000
014100 2100-READ-PAYMENT.
014200     READ PAYMENT-FILE
014300         AT END
014400             MOVE 'Y' TO DLR204-PMT-EOF-SW
014500         NOT AT END
014600             ADD 1 TO DLR204-PAYMENTS-READ
014700     END-READ.
014800 2100-EXIT.
014900     EXIT.
014901
014902*    A PAYMENT FOR ANOTHER STEP'S CURRENCY IS ONLY NOTED; ONE IN A
014904*    CURRENCY NO BANKCCY CARD NAMES WOULD NEVER REACH THE BANK.
014906 2200-LIST-SKIPPED.
014908     MOVE 'N' TO DLR204-COVERED-SW.
014910     SET DLR204-OX TO 1.
014912     SEARCH DLR204-OTHER-ENTRY
014914         AT END
014916             CONTINUE
014918         WHEN DLR204-OX > DLR204-OTHER-COUNT
014920             CONTINUE
014922         WHEN DLR204-O-CCY (DLR204-OX) = PMT-CURRENCY
014924             MOVE 'Y' TO DLR204-COVERED-SW
014926     END-SEARCH.
014928     MOVE PMT-PAYMENT-REF TO DLR204-S-PAYMENT-REF.
014930     MOVE PMT-SUP-ID      TO DLR204-S-SUP-ID.
014932     MOVE PMT-VENDOR-NAME TO DLR204-S-VENDOR-NAME.
014934     IF  PMT-CURRENCY = SPACES
014936         MOVE 'LOCAL' TO DLR204-S-CURRENCY
014938     ELSE
014940         MOVE PMT-CURRENCY TO DLR204-S-CURRENCY
014942     END-IF.
014944     MOVE PMT-PAY-AMOUNT  TO DLR204-S-AMOUNT.
014946     IF  DLR204-COVERED
014948         ADD 1 TO DLR204-SKIPPED-OTHER
014950         MOVE 'PAID BY ANOTHER BANKCCY STEP' TO DLR204-S-NOTE
014952     ELSE
014954         ADD 1 TO DLR204-SKIPPED-NO-STEP
014956         MOVE '*** CURRENCY ON NO BANKCCY CARD' TO DLR204-S-NOTE
014958     END-IF.
014960     WRITE BANK-REPORT-LINE FROM DLR204-SKIP-LINE.
014962 2200-EXIT.
014964     EXIT.
015000
015100 3000-WRITE-TRAILER.
015200     MOVE SPACES TO BANK-REC.
015300     SET BNK-TRAILER TO TRUE.
015400     MOVE DLR204-PAYMENTS-WRITTEN TO BNK-T-COUNT.
015500     MOVE DLR204-TOTAL TO BNK-T-TOTAL.
015600     WRITE BANK-REC.
015700 3000-EXIT.
015800     EXIT.
015801
015802 8000-PRINT-TOTALS.
015804     WRITE BANK-REPORT-LINE FROM DLR204-BLANK-LINE.
015806     MOVE 'PAYMENTS READ' TO DLR204-T-LABEL.
015808     MOVE DLR204-PAYMENTS-READ TO DLR204-T-COUNT.
015810     MOVE ZERO TO DLR204-T-AMOUNT.
015812     WRITE BANK-REPORT-LINE FROM DLR204-TOTAL-LINE.
015814     MOVE 'WRITTEN TO THIS BANK FILE' TO DLR204-T-LABEL.
015816     MOVE DLR204-PAYMENTS-WRITTEN TO DLR204-T-COUNT.
015818     MOVE DLR204-TOTAL TO DLR204-T-AMOUNT.
015820     WRITE BANK-REPORT-LINE FROM DLR204-TOTAL-LINE.
015822     MOVE 'SKIPPED - PAID BY ANOTHER BANKCCY STEP'
015824         TO DLR204-T-LABEL.
015826     MOVE DLR204-SKIPPED-OTHER TO DLR204-T-COUNT.
015828     MOVE ZERO TO DLR204-T-AMOUNT.
015830     WRITE BANK-REPORT-LINE FROM DLR204-TOTAL-LINE.
015832     MOVE 'SKIPPED - CURRENCY ON NO BANKCCY CARD'
015834         TO DLR204-T-LABEL.
015836     MOVE DLR204-SKIPPED-NO-STEP TO DLR204-T-COUNT.
015838     WRITE BANK-REPORT-LINE FROM DLR204-TOTAL-LINE.
015840     IF  DLR204-CARDS-DROPPED > ZERO
015842         MOVE 'BANKCCY CARDS IGNORED - TABLE FULL'
015844             TO DLR204-T-LABEL
015846         MOVE DLR204-CARDS-DROPPED TO DLR204-T-COUNT
015848         WRITE BANK-REPORT-LINE FROM DLR204-TOTAL-LINE
015850     END-IF.
015852 8000-EXIT.
015854     EXIT.
015900
016000 9000-TERMINATE.
016100     DISPLAY 'DLR204 CURRENCY          = ' DLR204-CURRENCY.
016200     DISPLAY 'DLR204 PAYMENTS READ     = ' DLR204-PAYMENTS-READ.
016300     DISPLAY 'DLR204 PAYMENTS TO BANK  = '
016400             DLR204-PAYMENTS-WRITTEN.
016500     DISPLAY 'DLR204 BANK FILE TOTAL   = ' DLR204-TOTAL.
016510     DISPLAY 'DLR204 SKIPPED - NO STEP = '
016520             DLR204-SKIPPED-NO-STEP.
016600     IF  DLR204-NO-CARD
016700         DISPLAY 'DLR204 NO BANKCCY CARD - LOCAL CURRENCY ASSUMED'
016800         MOVE 4 TO RETURN-CODE
016900     END-IF.
016910     IF  DLR204-SKIPPED-NO-STEP > ZERO
016920     OR  DLR204-CARDS-DROPPED > ZERO
016930         MOVE 4 TO RETURN-CODE
016940     END-IF.
017000     CLOSE PAYMENT-FILE
017100           BANK-FILE
017150           BANK-REPORT.
017200 9000-EXIT.
017300     EXIT.
