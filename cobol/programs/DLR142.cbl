001700*   PAYMENT INTEREST'), SO ONCE APPROVED THE CHARGE POSTS        *
001800*   THROUGH THE ONE MAINTENANCE PATH AND DLR091 AND DLR039       *
001900*   TREAT IT LIKE ANY OTHER RECEIVABLE.                          *
001930*   AN INVOICE UNDER OPEN DISPUTE ON THE DLDSPREG REGISTER       *
001960*   (DLR222) IS LISTED BUT NOT ASSESSED UNTIL IT IS RESOLVED.    *
002000*                                                                *
002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002340*  02 | 15/10/26 | OPEN DISPUTES ON DLDSPREG    | R. GEALL       *
002390*     |          | LISTED, NOT ASSESSED         |                *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT APPROVAL-REPORT   ASSIGN TO INTAPPRV
003900                              ORGANIZATION IS SEQUENTIAL.
003930     SELECT DISPUTE-FILE      ASSIGN TO DLDSPREG
003960                              ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  INVOICE-FILE
006600     RECORDING MODE IS F
006700     LABEL RECORDS ARE STANDARD.
006800 01  APPROVAL-LINE               PIC X(90).
006810 FD  DISPUTE-FILE
006820     RECORDING MODE IS F
006830     LABEL RECORDS ARE STANDARD.
006840 01  DLDSPREG-RECORD.
006850     COPY DLDSPREG.
006900 WORKING-STORAGE SECTION.
007000 01  DLR142-SWITCHES.
007100     05  DLR142-EOF-SW            PIC X(01)  VALUE 'N'.
007200         88  DLR142-EOF                      VALUE 'Y'.
007300     05  DLR142-PARM-EOF-SW       PIC X(01)  VALUE 'N'.
007400         88  DLR142-PARM-EOF                 VALUE 'Y'.
007420     05  DLR142-DSP-EOF-SW        PIC X(01)  VALUE 'N'.
007440         88  DLR142-DSP-EOF                  VALUE 'Y'.
007460     05  DLR142-DISPUTED-SW       PIC X(01)  VALUE 'N'.
007480         88  DLR142-DISPUTED                 VALUE 'Y'.
007500 01  DLR142-CONSTANTS.
007600*    BUILT-IN DEFAULTS - LIVE VALUES COME FROM DLPARAMM. THE
007700*    RATE IS ANNUAL BASIS POINTS (1200 = 12 PCT PER ANNUM).
009350 01  DLR142-CHARGE-AMT            PIC S9(04)  COMP-3.
009400 01  DLR142-CHARGE-SEQ            PIC 9(04)  VALUE ZERO.
009500 01  DLR142-CHARGE-INVOICE        PIC X(10).
009508*    INVOICES UNDER OPEN DISPUTE, IN CUSTOMER / INVOICE ORDER.
009516 01  DLR142-DSP-COUNT             PIC S9(04)  COMP  VALUE ZERO.
009524 01  DLR142-DSP-TABLE.
009532     05  DLR142-DSP-ENTRY OCCURS 2000 TIMES
009540                          INDEXED BY DLR142-DX.
009548         10  DLR142-DSP-KEY.
009556             15  DLR142-DSP-CUSTOMER  PIC 9(09).
009564             15  DLR142-DSP-INVOICE   PIC X(10).
009572 01  DLR142-TEST-KEY.
009580     05  DLR142-TEST-CUSTOMER     PIC 9(09).
009588     05  DLR142-TEST-INVOICE      PIC X(10).
009600 01  DLR142-COUNTERS.
009700     05  DLR142-CUSTOMERS-READ    PIC 9(07)  VALUE ZERO.
009800     05  DLR142-ASSESSMENTS       PIC 9(07)  VALUE ZERO.
009850     05  DLR142-DISPUTED-SKIPPED  PIC 9(07)  VALUE ZERO.
009900     05  DLR142-TOTAL-INTEREST    PIC S9(11)V99 COMP-3
010000                                             VALUE ZERO.
010100 01  DLR142-HEADING-1.
011700     05  DLR142-D-DAYS            PIC ZZZZZZZ9.
011800     05  FILLER                   PIC X(02)  VALUE SPACES.
011900     05  DLR142-D-INTEREST        PIC -ZZZ9.
011908 01  DLR142-DISPUTE-LINE.
011916     05  DLR142-X-CUSTOMER        PIC 9(09).
011924     05  FILLER                   PIC X(02)  VALUE SPACES.
011932     05  DLR142-X-INVOICE         PIC X(10).
011940     05  FILLER                   PIC X(02)  VALUE SPACES.
011948     05  DLR142-X-AMOUNT          PIC ZZZ9.
011956     05  FILLER                   PIC X(04)  VALUE SPACES.
011964     05  DLR142-X-DAYS            PIC ZZZZZZZ9.
011972     05  FILLER                   PIC X(02)  VALUE SPACES.
011980     05  FILLER                   PIC X(25)  VALUE
011988         'IN DISPUTE - NOT ASSESSED'.
012000 01  DLR142-TOTAL-LINE.
012100     05  FILLER                   PIC X(15)  VALUE
012200         'ASSESSMENTS -  '.
013800     OPEN OUTPUT APPROVAL-REPORT.
013900     ACCEPT DLR142-RUN-DATE FROM DATE YYYYMMDD.
014000     PERFORM 1100-LOAD-PARAMETERS.
014050     PERFORM 1200-LOAD-DISPUTES.
014100     DISPLAY 'DLR142 GRACE DAYS USED   = '
014200         DLR142-GRACE-DAYS.
014300     DISPLAY 'DLR142 ANNUAL RATE BP    = '
018800     PERFORM 1110-READ-PARAM.
018900 1120-EXIT.
019000     EXIT.
019003
019006 1200-LOAD-DISPUTES.
019009     OPEN INPUT DISPUTE-FILE.
019012     PERFORM 1210-READ-DISPUTE.
019015     PERFORM 1220-HOLD-ONE-DISPUTE
019018         UNTIL DLR142-DSP-EOF.
019021     CLOSE DISPUTE-FILE.
019024 1200-EXIT.
019027     EXIT.
019030
019033 1210-READ-DISPUTE.
019036     READ DISPUTE-FILE
019039         AT END
019042             MOVE 'Y' TO DLR142-DSP-EOF-SW
019045     END-READ.
019048 1210-EXIT.
019051     EXIT.
019054
019057 1220-HOLD-ONE-DISPUTE.
019060     IF  DLDSPREG-OPEN
019063     AND DLR142-DSP-COUNT < 2000
019066         ADD 1 TO DLR142-DSP-COUNT
019069         SET DLR142-DX TO DLR142-DSP-COUNT
019072         MOVE DLDSPREG-KEY TO DLR142-DSP-KEY (DLR142-DX)
019075     END-IF.
019078     PERFORM 1210-READ-DISPUTE.
019081 1220-EXIT.
019084     EXIT.
019100
019200 2000-PROCESS-CUSTOMER.
019300     ADD 1 TO DLR142-CUSTOMERS-READ.
022400         IF  DLR142-AGE-DAYS > DLR142-GRACE-DAYS
022500             COMPUTE DLR142-CHARGE-DAYS =
022600                 DLR142-AGE-DAYS - DLR142-GRACE-DAYS
022620             PERFORM 2250-TEST-DISPUTE
022640             IF  DLR142-DISPUTED
022660                 PERFORM 2260-LIST-DISPUTED
022680             ELSE
022700                 COMPUTE DLR142-INTEREST-AMT ROUNDED =
022800                     INVOICE-AMOUNT (DLR142-INV-SUB)
022900                         * DLR142-ANNUAL-RATE-BP
023000                         * DLR142-CHARGE-DAYS / 3650000
023050                 COMPUTE DLR142-CHARGE-AMT ROUNDED =
023060                     DLR142-INTEREST-AMT
023100                 IF  DLR142-CHARGE-AMT > ZERO
023200                     PERFORM 2300-EMIT-ASSESSMENT
023300                 END-IF
023350             END-IF
023400         END-IF
023500     END-IF.
023600 2200-EXIT.
023700     EXIT.
023703
023706 2250-TEST-DISPUTE.
023709     MOVE 'N' TO DLR142-DISPUTED-SW.
023712     MOVE CUSTOMER-NUMBER TO DLR142-TEST-CUSTOMER.
023715     MOVE INVOICE-NUMBER (DLR142-INV-SUB) TO DLR142-TEST-INVOICE.
023718     SET DLR142-DX TO 1.
023721     SEARCH DLR142-DSP-ENTRY
023724         AT END
023727             CONTINUE
023730         WHEN DLR142-DX > DLR142-DSP-COUNT
023733             CONTINUE
023736         WHEN DLR142-DSP-KEY (DLR142-DX) = DLR142-TEST-KEY
023739             MOVE 'Y' TO DLR142-DISPUTED-SW
023742         WHEN DLR142-DSP-KEY (DLR142-DX) > DLR142-TEST-KEY
023745             CONTINUE
023748     END-SEARCH.
023751 2250-EXIT.
023754     EXIT.
023757
023760*    THE CREDIT MANAGER SEES WHAT WAS HELD BACK AND WHY.
023763 2260-LIST-DISPUTED.
023766     ADD 1 TO DLR142-DISPUTED-SKIPPED.
023769     MOVE CUSTOMER-NUMBER TO DLR142-X-CUSTOMER.
023772     MOVE INVOICE-NUMBER (DLR142-INV-SUB) TO DLR142-X-INVOICE.
023775     MOVE INVOICE-AMOUNT (DLR142-INV-SUB) TO DLR142-X-AMOUNT.
023778     MOVE DLR142-CHARGE-DAYS TO DLR142-X-DAYS.
023781     WRITE APPROVAL-LINE FROM DLR142-DISPUTE-LINE.
023784 2260-EXIT.
023787     EXIT.
023800
023900 2300-EMIT-ASSESSMENT.
024000     ADD 1 TO DLR142-ASSESSMENTS.
027700         DLR142-CUSTOMERS-READ.
027800     DISPLAY 'DLR142 ASSESSMENTS      = '
027900         DLR142-ASSESSMENTS.
027930     DISPLAY 'DLR142 DISPUTED - NOT ASSESSED = '
027960         DLR142-DISPUTED-SKIPPED.
028000     CLOSE INVOICE-FILE
028100           CHARGE-CARDS
028200           APPROVAL-REPORT.
