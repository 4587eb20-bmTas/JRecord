001600*   OVERDUE INVOICE-AMOUNT. THE DLLTRHST LETTER-HISTORY MASTER   *
001700*   GUARANTEES THE SAME STAGE IS NEVER SENT TWICE FOR THE SAME   *
001800*   INVOICE. INVOICE-DATE IS MM/DD/YYYY AS IN DLR039.            *
001830*   AN INVOICE WITH AN OPEN DISPUTE ON THE DLDSPREG REGISTER     *
001860*   (DLR222) IS NEITHER DUNNED NOR COUNTED AS OVERDUE.           *
001870*   AN INVOICE ON A DDDISH DISHONOUR NOTICE FROM DLR225 - ITS    *
001880*   DIRECT DEBIT RETURNED BY THE BANK - IS OVERDUE AT ONCE AND   *
001890*   GETS THE STAGE 4 RETURNED DEBIT LETTER, WHATEVER ITS AGE.    *
001892*   A CUSTOMER WHOSE DUNNING LETTER CAME BACK UNDELIVERED (A DN  *
001894*   ROW FOR THE CUSTOMER NUMBER ON FCUNDLV) GETS NO LETTER; IT   *
001896*   IS HELD ON THE NEEDS-ADDRESS WORKLIST AND NOT RECORDED ON    *
001898*   DLLTRHST, SO THE STAGE GOES OUT ONCE THE ADDRESS IS FIXED.   *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002250*  02 | 15/10/26 | OPEN DISPUTES ON DLDSPREG    | R. GEALL       *
002270*     |          | NOT DUNNED OR COUNTED        |                *
002280*  03 | 15/10/26 | RETURNED DIRECT DEBITS ON    | R. GEALL       *
002290*     |          | DDDISH DUNNED AT STAGE 4     |                *
002295*  04 | 15/10/26 | LETTERS HELD FOR RETURNED    | R. GEALL       *
002297*     |          | MAIL ON FCUNDLV              |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003800                              ORGANIZATION IS SEQUENTIAL.
003900     SELECT WORKLIST-REPORT   ASSIGN TO COLLWORK
004000                              ORGANIZATION IS SEQUENTIAL.
004030     SELECT DISPUTE-FILE      ASSIGN TO DLDSPREG
004060                              ORGANIZATION IS SEQUENTIAL.
004070     SELECT DISHONOUR-FILE    ASSIGN TO DDDISH
004080                              ORGANIZATION IS SEQUENTIAL.
004082     SELECT UNDELIVERABLE-FILE ASSIGN TO FCUNDLV
004084                              ORGANIZATION IS INDEXED
004086                              ACCESS MODE IS SEQUENTIAL
004088                              RECORD KEY IS UD-KEY.
004090     SELECT NEEDS-ADDRESS-FILE ASSIGN TO NEEDADDR
004092                              ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  INVOICE-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD.
005800 01  WORKLIST-LINE               PIC X(80).
005810 FD  DISPUTE-FILE
005820     RECORDING MODE IS F
005830     LABEL RECORDS ARE STANDARD.
005840 01  DLDSPREG-RECORD.
005850     COPY DLDSPREG.
005858 FD  DISHONOUR-FILE
005866     RECORDING MODE IS F
005874     LABEL RECORDS ARE STANDARD.
005882 01  DLDDDISH-RECORD.
005890     COPY DLDDDISH.
005891 FD  UNDELIVERABLE-FILE
005892     LABEL RECORDS ARE STANDARD.
005893     COPY FCUNDLV.
005894 FD  NEEDS-ADDRESS-FILE
005895     RECORDING MODE IS F
005896     LABEL RECORDS ARE STANDARD.
005897     COPY FCNEEDAD.
005900 WORKING-STORAGE SECTION.
006000 01  DLR090-SWITCHES.
006100     05  DLR090-EOF-SW            PIC X(01)  VALUE 'N'.
006400         88  DLR090-ALREADY-SENT             VALUE 'Y'.
006500     05  DLR090-SWAPPED-SW        PIC X(01)  VALUE 'N'.
006600         88  DLR090-SWAPPED                  VALUE 'Y'.
006620     05  DLR090-DSP-EOF-SW        PIC X(01)  VALUE 'N'.
006640         88  DLR090-DSP-EOF                  VALUE 'Y'.
006660     05  DLR090-DISPUTED-SW       PIC X(01)  VALUE 'N'.
006680         88  DLR090-DISPUTED                 VALUE 'Y'.
006684     05  DLR090-DSH-EOF-SW        PIC X(01)  VALUE 'N'.
006688         88  DLR090-DSH-EOF                  VALUE 'Y'.
006692     05  DLR090-DISHONOURED-SW    PIC X(01)  VALUE 'N'.
006693         88  DLR090-DISHONOURED              VALUE 'Y'.
006694     05  DLR090-UD-EOF-SW         PIC X(01)  VALUE 'N'.
006695         88  DLR090-UD-EOF                   VALUE 'Y'.
006696     05  DLR090-HELD-SW           PIC X(01)  VALUE 'N'.
006697         88  DLR090-HELD                     VALUE 'Y'.
006700 01  DLR090-RUN-DATE              PIC 9(08)  VALUE ZERO.
006800 01  DLR090-RUN-DAY-NO            PIC S9(07)  COMP.
006900 01  DLR090-DATE-WORK.
009100     05  DLR090-V-CUSTOMER        PIC 9(09).
009200     05  DLR090-V-NAME            PIC X(20).
009300     05  DLR090-V-OVERDUE         PIC S9(09)V99 COMP-3.
009308*    INVOICES UNDER OPEN DISPUTE, IN CUSTOMER / INVOICE ORDER.
009316 01  DLR090-DSP-COUNT             PIC S9(04)  COMP  VALUE ZERO.
009324 01  DLR090-DSP-TABLE.
009332     05  DLR090-DSP-ENTRY OCCURS 2000 TIMES
009340                          INDEXED BY DLR090-DX.
009348         10  DLR090-DSP-KEY.
009356             15  DLR090-DSP-CUSTOMER  PIC 9(09).
009364             15  DLR090-DSP-INVOICE   PIC X(10).
009372 01  DLR090-TEST-KEY.
009380     05  DLR090-TEST-CUSTOMER     PIC 9(09).
009381     05  DLR090-TEST-INVOICE      PIC X(10).
009382*    RETURNED DIRECT DEBITS NOTIFIED BY DLR225.
009383 01  DLR090-DSH-COUNT             PIC S9(04)  COMP  VALUE ZERO.
009384 01  DLR090-DSH-TABLE.
009385     05  DLR090-DSH-ENTRY OCCURS 2000 TIMES
009386                          INDEXED BY DLR090-HX.
009387         10  DLR090-DSH-KEY.
009388             15  DLR090-DSH-CUSTOMER  PIC 9(09).
009389             15  DLR090-DSH-INVOICE   PIC X(10).
009390         10  DLR090-DSH-FEE-INVOICE   PIC X(10).
009391         10  DLR090-DSH-FEE-AMOUNT    PIC 9(04).
009392*    DUNNING LETTERS RETURNED UNDELIVERED, BY CUSTOMER NUMBER.
009393 01  DLR090-UD-COUNT              PIC S9(04)  COMP  VALUE ZERO.
009394 01  DLR090-UD-TABLE.
009395     05  DLR090-UD-ENTRY OCCURS 2000 TIMES
009396                         INDEXED BY DLR090-UX.
009397         10  DLR090-U-MAIL-REF    PIC X(20).
009398         10  DLR090-U-CUST-ID     PIC 9(06).
009399 01  DLR090-DN-REF                PIC X(20).
009400 01  DLR090-COUNTERS.
009500     05  DLR090-LETTERS-SENT      PIC 9(07)  VALUE ZERO.
009550     05  DLR090-DISPUTED-SKIPPED  PIC 9(07)  VALUE ZERO.
009570     05  DLR090-DISHONOUR-LETTERS PIC 9(07)  VALUE ZERO.
009574     05  DLR090-HELD-LETTERS      PIC 9(07)  VALUE ZERO.
009586     05  DLR090-UD-NOT-TABLED     PIC 9(07)  VALUE ZERO.
009600 01  DLR090-LETTER-HEAD.
009700     05  DLR090-L-SALUTATION      PIC X(26).
009800     05  FILLER                   PIC X(10)  VALUE ' CUSTOMER '.
010400     05  DLR090-L-AMOUNT          PIC ZZZ9.
010500     05  FILLER                   PIC X(11)  VALUE ' DAYS PAST '.
010600     05  DLR090-L-DAYS            PIC ZZZZZZZ9.
010610 01  DLR090-LETTER-FEE.
010620     05  FILLER                   PIC X(24)  VALUE
010630         '  DISHONOUR FEE INVOICE '.
010640     05  DLR090-L-FEE-INVOICE     PIC X(10).
010650     05  FILLER                   PIC X(09)  VALUE ' AMOUNT  '.
010660     05  DLR090-L-FEE-AMOUNT      PIC ZZZ9.
010700 01  DLR090-WORKLIST-HEADING.
010800     05  FILLER                   PIC X(44)  VALUE
010900         'DLR090 - COLLECTIONS WORKLIST (WORST FIRST)'.
012900     OPEN I-O    LETTER-HISTORY.
013000     OPEN OUTPUT LETTER-PRINT.
013100     OPEN OUTPUT WORKLIST-REPORT.
013150     OPEN OUTPUT NEEDS-ADDRESS-FILE.
013200     ACCEPT DLR090-RUN-DATE FROM DATE YYYYMMDD.
013300     COMPUTE DLR090-RUN-DAY-NO =
013400         FUNCTION INTEGER-OF-DATE (DLR090-RUN-DATE).
013500     WRITE WORKLIST-LINE FROM DLR090-WORKLIST-HEADING.
013550     PERFORM 1100-LOAD-DISPUTES.
013570     PERFORM 1200-LOAD-DISHONOURS.
013585     PERFORM 1300-LOAD-UNDELIVERABLE.
013600     PERFORM 2100-READ-INVOICE-FILE.
013700 1000-EXIT.
013800     EXIT.
013803
013806 1100-LOAD-DISPUTES.
013809     OPEN INPUT DISPUTE-FILE.
013812     PERFORM 1110-READ-DISPUTE.
013815     PERFORM 1120-HOLD-ONE-DISPUTE
013818         UNTIL DLR090-DSP-EOF.
013821     CLOSE DISPUTE-FILE.
013824 1100-EXIT.
013827     EXIT.
013830
013833 1110-READ-DISPUTE.
013836     READ DISPUTE-FILE
013839         AT END
013842             MOVE 'Y' TO DLR090-DSP-EOF-SW
013845     END-READ.
013848 1110-EXIT.
013851     EXIT.
013854
013857 1120-HOLD-ONE-DISPUTE.
013860     IF  DLDSPREG-OPEN
013863     AND DLR090-DSP-COUNT < 2000
013866         ADD 1 TO DLR090-DSP-COUNT
013869         SET DLR090-DX TO DLR090-DSP-COUNT
013872         MOVE DLDSPREG-KEY TO DLR090-DSP-KEY (DLR090-DX)
013875     END-IF.
013878     PERFORM 1110-READ-DISPUTE.
013881 1120-EXIT.
013884     EXIT.
013887
013890 1200-LOAD-DISHONOURS.
013893     OPEN INPUT DISHONOUR-FILE.
013896     PERFORM 1210-READ-DISHONOUR.
013899     PERFORM 1220-HOLD-ONE-DISHONOUR
013902         UNTIL DLR090-DSH-EOF.
013905     CLOSE DISHONOUR-FILE.
013908 1200-EXIT.
013911     EXIT.
013914
013917 1210-READ-DISHONOUR.
013920     READ DISHONOUR-FILE
013923         AT END
013926             MOVE 'Y' TO DLR090-DSH-EOF-SW
013929     END-READ.
013932 1210-EXIT.
013935     EXIT.
013938
013941 1220-HOLD-ONE-DISHONOUR.
013944     IF  DLR090-DSH-COUNT < 2000
013947         ADD 1 TO DLR090-DSH-COUNT
013950         SET DLR090-HX TO DLR090-DSH-COUNT
013953         MOVE DLDDDISH-KEY TO DLR090-DSH-KEY (DLR090-HX)
013956         MOVE DLDDDISH-FEE-INVOICE
013959             TO DLR090-DSH-FEE-INVOICE (DLR090-HX)
013960         MOVE DLDDDISH-FEE-AMOUNT
013961             TO DLR090-DSH-FEE-AMOUNT (DLR090-HX)
013962     END-IF.
013963     PERFORM 1210-READ-DISHONOUR.
013964 1220-EXIT.
013965     EXIT.
013966
013967 1300-LOAD-UNDELIVERABLE.
013968     OPEN INPUT UNDELIVERABLE-FILE.
013969     PERFORM 1310-READ-UNDELIVERABLE.
013970     PERFORM 1320-HOLD-ONE-UNDELIVERABLE
013971         UNTIL DLR090-UD-EOF.
013972     CLOSE UNDELIVERABLE-FILE.
013973 1300-EXIT.
013974     EXIT.
013975
013976 1310-READ-UNDELIVERABLE.
013977     READ UNDELIVERABLE-FILE NEXT RECORD
013978         AT END
013979             MOVE 'Y' TO DLR090-UD-EOF-SW
013980     END-READ.
013981 1310-EXIT.
013982     EXIT.
013983
013984 1320-HOLD-ONE-UNDELIVERABLE.
013985     IF  UD-UNDELIVERABLE
013986     AND UD-MAIL-TYPE = 'DN'
013987         IF  DLR090-UD-COUNT < 2000
013988             ADD 1 TO DLR090-UD-COUNT
013989             SET DLR090-UX TO DLR090-UD-COUNT
013990             MOVE UD-MAIL-REF    TO DLR090-U-MAIL-REF (DLR090-UX)
013991             MOVE UD-CUSTOMER-ID TO DLR090-U-CUST-ID (DLR090-UX)
013992         ELSE
013993             ADD 1 TO DLR090-UD-NOT-TABLED
013994         END-IF
013995     END-IF.
013996     PERFORM 1310-READ-UNDELIVERABLE.
013997 1320-EXIT.
013998     EXIT.
013999
014000 2000-DUN-ONE-CUSTOMER.
014100     MOVE ZERO TO DLR090-OVERDUE-TOTAL.
014200     PERFORM 2200-DUN-ONE-INVOICE
018500         WHEN OTHER
018600             MOVE ZERO TO DLR090-STAGE
018700     END-EVALUATE.
018710*    A RETURNED DIRECT DEBIT RE-OPENS THE INVOICE OVERDUE.
018720     IF  INVOICE-AMOUNT (DLR090-INV-SUB) > ZERO
018730         PERFORM 2260-TEST-DISHONOUR
018740         IF  DLR090-DISHONOURED
018750             MOVE 4 TO DLR090-STAGE
018760         END-IF
018770     END-IF.
018773     IF  DLR090-STAGE > ZERO
018776         PERFORM 2250-TEST-DISPUTE
018779         IF  DLR090-DISPUTED
018782             ADD 1 TO DLR090-DISPUTED-SKIPPED
018785             MOVE ZERO TO DLR090-STAGE
018788         END-IF
018791     END-IF.
018800     IF  DLR090-STAGE > ZERO
018900         ADD INVOICE-AMOUNT (DLR090-INV-SUB)
019000             TO DLR090-OVERDUE-TOTAL
019100         IF  DLR090-STAGE = 4
019106             MOVE 'N' TO DLR090-SENT-SW
019112         ELSE
019120             PERFORM 2300-CHECK-LETTER-HISTORY
019150         END-IF
019200         IF  NOT DLR090-ALREADY-SENT
019300             PERFORM 2270-TEST-UNDELIVERABLE
019316             IF  DLR090-HELD
019332                 PERFORM 2500-HOLD-LETTER
019348             ELSE
019364                 PERFORM 2400-SEND-LETTER
019380             END-IF
019400         END-IF
019500     END-IF.
019600 2200-EXIT.
019700     EXIT.
019705
019710 2250-TEST-DISPUTE.
019715     MOVE 'N' TO DLR090-DISPUTED-SW.
019720     MOVE CUSTOMER-NUMBER TO DLR090-TEST-CUSTOMER.
019725     MOVE INVOICE-NUMBER (DLR090-INV-SUB) TO DLR090-TEST-INVOICE.
019730     SET DLR090-DX TO 1.
019735     SEARCH DLR090-DSP-ENTRY
019740         AT END
019745             CONTINUE
019750         WHEN DLR090-DX > DLR090-DSP-COUNT
019755             CONTINUE
019760         WHEN DLR090-DSP-KEY (DLR090-DX) = DLR090-TEST-KEY
019765             MOVE 'Y' TO DLR090-DISPUTED-SW
019770         WHEN DLR090-DSP-KEY (DLR090-DX) > DLR090-TEST-KEY
019775             CONTINUE
019780     END-SEARCH.
019785 2250-EXIT.
019790     EXIT.
019795
019800 2260-TEST-DISHONOUR.
019805     MOVE 'N' TO DLR090-DISHONOURED-SW.
019810     MOVE CUSTOMER-NUMBER TO DLR090-TEST-CUSTOMER.
019815     MOVE INVOICE-NUMBER (DLR090-INV-SUB) TO DLR090-TEST-INVOICE.
019820     SET DLR090-HX TO 1.
019825     SEARCH DLR090-DSH-ENTRY
019830         AT END
019835             CONTINUE
019840         WHEN DLR090-HX > DLR090-DSH-COUNT
019845             CONTINUE
019850         WHEN DLR090-DSH-KEY (DLR090-HX) = DLR090-TEST-KEY
019855             MOVE 'Y' TO DLR090-DISHONOURED-SW
019860     END-SEARCH.
019865 2260-EXIT.
019870     EXIT.
019875
019876 2270-TEST-UNDELIVERABLE.
019877     MOVE 'N' TO DLR090-HELD-SW.
019878     MOVE SPACES TO DLR090-DN-REF.
019879     MOVE CUSTOMER-NUMBER TO DLR090-DN-REF.
019880     SET DLR090-UX TO 1.
019881     SEARCH DLR090-UD-ENTRY
019882         AT END
019883             CONTINUE
019884         WHEN DLR090-UX > DLR090-UD-COUNT
019885             CONTINUE
019886         WHEN DLR090-U-MAIL-REF (DLR090-UX) = DLR090-DN-REF
019887             MOVE 'Y' TO DLR090-HELD-SW
019888     END-SEARCH.
019889 2270-EXIT.
019890     EXIT.
019891
019900 2300-CHECK-LETTER-HISTORY.
020000     MOVE 'N' TO DLR090-SENT-SW.
020100     MOVE CUSTOMER-NUMBER TO DLLTRHST-CUSTOMER-NO.
022000         WHEN 2
022100             MOVE 'SECOND NOTICE - PLEASE PAY'
022200                 TO DLR090-L-SALUTATION
022220         WHEN 4
022240             MOVE 'DIRECT DEBIT RETURNED     '
022260                 TO DLR090-L-SALUTATION
022280             ADD 1 TO DLR090-DISHONOUR-LETTERS
022300         WHEN OTHER
022400             MOVE 'FINAL NOTICE BEFORE ACTION'
022500                 TO DLR090-L-SALUTATION
023200         TO DLR090-L-AMOUNT.
023300     MOVE DLR090-AGE-DAYS TO DLR090-L-DAYS.
023400     WRITE LETTER-LINE FROM DLR090-LETTER-BODY.
023410     IF  DLR090-STAGE = 4
023420     AND DLR090-DSH-FEE-INVOICE (DLR090-HX) NOT = SPACES
023430         MOVE DLR090-DSH-FEE-INVOICE (DLR090-HX)
023440             TO DLR090-L-FEE-INVOICE
023450         MOVE DLR090-DSH-FEE-AMOUNT (DLR090-HX)
023460             TO DLR090-L-FEE-AMOUNT
023470         WRITE LETTER-LINE FROM DLR090-LETTER-FEE
023480     END-IF.
023500     MOVE DLR090-RUN-DATE TO DLLTRHST-SENT-DATE.
023600     WRITE DLLTRHST-RECORD
023700         INVALID KEY
024000 2400-EXIT.
024100     EXIT.
024200
024207 2500-HOLD-LETTER.
024214     ADD 1 TO DLR090-HELD-LETTERS.
024221     MOVE SPACES TO NEEDS-ADDRESS-DATA.
024228     MOVE DLR090-U-CUST-ID (DLR090-UX) TO NA-CUSTOMER-ID.
024235     MOVE 'DN'                TO NA-MAIL-TYPE.
024242     MOVE DLR090-DN-REF       TO NA-MAIL-REF.
024249     MOVE LAST-NAME           TO NA-CUSTOMER-NAME.
024256     MOVE DLR090-RUN-DATE     TO NA-HELD-DATE.
024263     MOVE 'DLR090  '          TO NA-HELD-BY.
024270     WRITE NEEDS-ADDRESS-DATA.
024277 2500-EXIT.
024284     EXIT.
024291
024300 4000-PRINT-WORKLIST.
024400     MOVE DLR090-WORK-COUNT TO DLR090-SORT-TOP.
024500     MOVE 'Y' TO DLR090-SWAPPED-SW.
028600     EXIT.
028700
028800 9000-TERMINATE.
028820     DISPLAY 'DLR090 LETTERS SENT            = '
028840         DLR090-LETTERS-SENT.
028860     DISPLAY 'DLR090 DISPUTED - NOT DUNNED   = '
028880         DLR090-DISPUTED-SKIPPED.
028886     DISPLAY 'DLR090 RETURNED DEBIT LETTERS  = '
028892         DLR090-DISHONOUR-LETTERS.
028893     DISPLAY 'DLR090 HELD - NEEDS ADDRESS    = '
028894         DLR090-HELD-LETTERS.
028895     DISPLAY 'DLR090 FLAGS NOT TABLED        = '
028896         DLR090-UD-NOT-TABLED.
028897     IF  DLR090-UD-NOT-TABLED > ZERO
028898         MOVE 4 TO RETURN-CODE
028899     END-IF.
028900     CLOSE INVOICE-FILE
029000           LETTER-HISTORY
029100           LETTER-PRINT
029200           WORKLIST-REPORT
029225           NEEDS-ADDRESS-FILE.
029300 9000-EXIT.
029400     EXIT.
