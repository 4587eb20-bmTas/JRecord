002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002220*  02 | 15/10/26 | MEASURE ONLY SELECTIONS      | R. GEALL       *
002240*     |          | HOLDING DLCONSNT CONSENT AT  |                *
002260*     |          | SELECTION TIME               |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT RESPONSE-REPORT   ASSIGN TO RESPRPT
003800                              ORGANIZATION IS SEQUENTIAL.
003820     SELECT CONSENT-REGISTER  ASSIGN TO DLCONSNT
003840                              ORGANIZATION IS INDEXED
003860                              ACCESS MODE IS RANDOM
003880                              RECORD KEY IS DLCONSNT-KEY.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  MEASURE-CARD
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  RESPONSE-LINE               PIC X(80).
006220 FD  CONSENT-REGISTER
006240     LABEL RECORDS ARE STANDARD.
006260 01  DLCONSNT-RECORD.
006280     COPY DLCONSNT.
006300 WORKING-STORAGE SECTION.
006400 01  DLR118-SWITCHES.
006500     05  DLR118-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
006800         88  DLR118-REG-EOF                  VALUE 'Y'.
006900     05  DLR118-EOF-SW            PIC X(01)  VALUE 'N'.
007000         88  DLR118-EOF                      VALUE 'Y'.
007030     05  DLR118-CONSENT-SW        PIC X(01)  VALUE 'N'.
007060         88  DLR118-CONSENTED                VALUE 'Y'.
007100 01  DLR118-MEASURE.
007200     05  DLR118-CAMPAIGN-ID       PIC X(08)  VALUE SPACES.
007300     05  DLR118-DATE-FROM         PIC 9(06)  VALUE ZERO.
008100         10  DLR118-S-GROUP       PIC X(01).
008200         10  DLR118-S-SPEND       PIC S9(09)V99 COMP-3.
008300 01  DLR118-NET-AMOUNT            PIC S9(07)V99 COMP-3.
008350 01  DLR118-NO-CONSENT            PIC 9(07)  VALUE ZERO.
008400 01  DLR118-GROUP-TOTALS.
008500     05  DLR118-MAILED-CUSTS      PIC 9(07)  VALUE ZERO.
008600     05  DLR118-CONTROL-CUSTS     PIC 9(07)  VALUE ZERO.
011200     05  FILLER                   PIC X(16)  VALUE
011300         '  TOTAL LIFT  - '.
011400     05  DLR118-L-TOTAL           PIC -ZZZZZZZZZ9.99.
011420 01  DLR118-CONSENT-LINE.
011440     05  FILLER                   PIC X(36)  VALUE
011460         'LEFT OUT - NO CONSENT AT SELECTION  '.
011480     05  DLR118-CN-EXCLUDED       PIC ZZZZZZ9.
011500 PROCEDURE DIVISION.
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALIZE.
012600     OPEN INPUT  SELECT-REGISTER.
012700     OPEN INPUT  DTAR107-FILE.
012800     OPEN OUTPUT RESPONSE-REPORT.
012850     OPEN INPUT  CONSENT-REGISTER.
012900     READ MEASURE-CARD
013000         AT END
013100             MOVE 'Y' TO DLR118-CARD-EOF-SW
014400 1100-LOAD-SELECTIONS.
014500     PERFORM 1110-READ-REGISTER.
014600     PERFORM UNTIL DLR118-REG-EOF
014650         MOVE 'N' TO DLR118-CONSENT-SW
014657         IF  DLCAMPSL-CAMPAIGN-ID = DLR118-CAMPAIGN-ID
014664             PERFORM 1200-CHECK-CONSENT
014671             IF  NOT DLR118-CONSENTED
014678                 ADD 1 TO DLR118-NO-CONSENT
014685             END-IF
014692         END-IF
014700         IF  DLCAMPSL-CAMPAIGN-ID = DLR118-CAMPAIGN-ID
014800         AND DLR118-SEL-COUNT < 5000
014850         AND DLR118-CONSENTED
014900             ADD 1 TO DLR118-SEL-COUNT
015000             SET DLR118-SEL-IX TO DLR118-SEL-COUNT
015100             MOVE DLCAMPSL-CUST-NO
017200     END-READ.
017300 1110-EXIT.
017400     EXIT.
017402
017404*    A SELECTION COUNTS ONLY IF THE CARD HELD CONSENT ON THE
017406*    CAMPAIGN'S CHANNEL ON THE SELECTION DATE - EITHER THE
017408*    CURRENT OPT-IN PREDATES IT, OR THE CURRENT STATUS CAME
017410*    LATER AND THE OPT-IN IT REPLACED WAS ALREADY IN FORCE.
017412*    SELECTIONS MADE BEFORE THE REGISTER EXISTED CARRY NO
017414*    CHANNEL AND ARE TAKEN AS MAIL.
017416 1200-CHECK-CONSENT.
017418     MOVE 'N' TO DLR118-CONSENT-SW.
017420     MOVE DLCAMPSL-CUST-NO TO DLCONSNT-CUST-NO.
017422     IF  DLCAMPSL-CHANNEL = 'E' OR 'S'
017424         MOVE DLCAMPSL-CHANNEL TO DLCONSNT-CHANNEL
017426     ELSE
017428         MOVE 'M' TO DLCONSNT-CHANNEL
017430     END-IF.
017432     READ CONSENT-REGISTER
017434         INVALID KEY
017436             CONTINUE
017438         NOT INVALID KEY
017440             PERFORM 1210-TEST-CONSENT-DATE
017442     END-READ.
017444 1200-EXIT.
017446     EXIT.
017448
017450 1210-TEST-CONSENT-DATE.
017452     IF  DLCONSNT-CONSENT-DATE NOT > DLCAMPSL-SELECT-DATE
017454         IF  DLCONSNT-OPTED-IN
017456             MOVE 'Y' TO DLR118-CONSENT-SW
017458         END-IF
017460     ELSE
017462         IF  DLCONSNT-PRIOR-STATUS = 'I'
017464         AND DLCONSNT-PRIOR-DATE NOT > DLCAMPSL-SELECT-DATE
017466             MOVE 'Y' TO DLR118-CONSENT-SW
017468         END-IF
017470     END-IF.
017472 1210-EXIT.
017474     EXIT.
017500
017600 2000-POST-SPEND.
017700     IF  DTAR107-TRANS-DATE >= DLR118-DATE-FROM
025900     MOVE DLR118-LIFT-PER-CUST TO DLR118-L-PER-CUST.
026000     MOVE DLR118-TOTAL-LIFT    TO DLR118-L-TOTAL.
026100     WRITE RESPONSE-LINE FROM DLR118-LIFT-LINE.
026130     MOVE DLR118-NO-CONSENT    TO DLR118-CN-EXCLUDED.
026160     WRITE RESPONSE-LINE FROM DLR118-CONSENT-LINE.
026200 4000-EXIT.
026300     EXIT.
026400
026500 9000-TERMINATE.
026600     DISPLAY 'DLR118 SELECTIONS LOADED = ' DLR118-SEL-COUNT.
026650     DISPLAY 'DLR118 NO CONSENT        = ' DLR118-NO-CONSENT.
026700     CLOSE DTAR107-FILE
026760           RESPONSE-REPORT
026820           CONSENT-REGISTER.
026900 9000-EXIT.
027000     EXIT.
