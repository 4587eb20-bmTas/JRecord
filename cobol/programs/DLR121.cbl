002100*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002200*  ---|----------|------------------------------|------------    *
002300*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002330*  02 | 15/10/26 | RAISE A VALUED VENDOR        | R. GEALL       *
002360*     |          | CREDIT PER APPLIED RTV       |                *
002370*  03 | 15/10/26 | DLRCVHST ALTERNATE KEYS ON   | R. GEALL       *
002380*     |          | KEYCODE AND ORDER NUMBER     |                *
002385*  04 | 15/10/26 | RECORD LAYOUT MOVED TO       | R. GEALL       *
002390*     |          | COPYBOOK DLRTVCRD            |                *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
003400     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
003500                              ORGANIZATION IS INDEXED
003600                              ACCESS MODE IS DYNAMIC
003700                              RECORD KEY IS DLRCVHST-KEY
003710                              ALTERNATE RECORD KEY IS
003720                                  DLRCVHST-KEYCODE-NO
003730                                  WITH DUPLICATES
003740                              ALTERNATE RECORD KEY IS
003750                                  DLRCVHST-ORDER-NO
003760                                  WITH DUPLICATES.
003800     SELECT RTV-DOCUMENT      ASSIGN TO RTVDOC
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT SETTLE-CARDS      ASSIGN TO SETLCARD
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT SUSPENSE-FILE     ASSIGN TO DLR121SU
004300                              ORGANIZATION IS SEQUENTIAL.
004330     SELECT RTV-CREDITS       ASSIGN TO RTVCRED
004360                              ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RTV-INTAKE
007700     05  SUSP-RECEIPT-NO         PIC 9(09).
007800     05  SUSP-PROD-NO            PIC 9(14).
007900     05  SUSP-QTY                PIC 9(09).
007905*    ONE VENDOR CREDIT PER APPLIED RTV, VALUED AT THE RECEIPT
007910*    UNIT COST, FOR THE DLR202 OPEN-PAYABLES LOAD TO DEDUCT.
007915 FD  RTV-CREDITS
007920     RECORDING MODE IS F
007925     LABEL RECORDS ARE STANDARD.
007930 01  DLRTVCRD-RECORD.
007935     COPY DLRTVCRD.
008000 WORKING-STORAGE SECTION.
008100 01  DLR121-SWITCHES.
008200     05  DLR121-EOF-SW            PIC X(01)  VALUE 'N'.
008300         88  DLR121-EOF                      VALUE 'Y'.
008400     05  DLR121-FOUND-SW          PIC X(01)  VALUE 'N'.
008500         88  DLR121-FOUND                    VALUE 'Y'.
008520     05  DLR121-SCAN-END-SW       PIC X(01)  VALUE 'N'.
008540         88  DLR121-SCAN-END                 VALUE 'Y'.
008560     05  DLR121-COST-FOUND-SW     PIC X(01)  VALUE 'N'.
008580         88  DLR121-COST-FOUND               VALUE 'Y'.
008600 01  DLR121-RUN-DATE              PIC 9(08)  VALUE ZERO.
008620 01  DLR121-CREDIT-WORK.
008640     05  DLR121-RTV-SUP-ID        PIC 9(08).
008660     05  DLR121-UNIT-COST         PIC 9(11)V9(3).
008700 01  DLR121-COUNTERS.
008800     05  DLR121-RTVS-READ         PIC 9(09)  VALUE ZERO.
008900     05  DLR121-RTVS-APPLIED      PIC 9(09)  VALUE ZERO.
009000     05  DLR121-RTVS-SUSPENDED    PIC 9(07)  VALUE ZERO.
009100     05  DLR121-CLAIMS-SETTLED    PIC 9(07)  VALUE ZERO.
009130     05  DLR121-CREDITS-RAISED    PIC 9(07)  VALUE ZERO.
009160     05  DLR121-CREDITS-UNVALUED  PIC 9(07)  VALUE ZERO.
009200 01  DLR121-DOC-HEADING.
009300     05  FILLER                   PIC X(40)  VALUE
009400         'DLR121 - RTV AUTHORISATION DOCUMENT'.
012300     OPEN OUTPUT RTV-DOCUMENT.
012400     OPEN OUTPUT SETTLE-CARDS.
012500     OPEN OUTPUT SUSPENSE-FILE.
012550     OPEN OUTPUT RTV-CREDITS.
012600     ACCEPT DLR121-RUN-DATE FROM DATE YYYYMMDD.
012700     WRITE RTV-DOC-LINE FROM DLR121-DOC-HEADING.
012800     PERFORM 2100-READ-RTV.
015200             IF  RTV-CLAIM-NO > ZERO
015300                 PERFORM 2300-WRITE-SETTLEMENT
015400             END-IF
015850             PERFORM 2500-RAISE-CREDIT
016300     END-EVALUATE.
016400     PERFORM 2100-READ-RTV.
016500 2000-EXIT.
019880     WRITE SUSPENSE-REC.
019890 2400-EXIT.
019895     EXIT.
019896
019897*    THE HEADER ROW CARRIES NO COST, SO THE RETURNED PRODUCT'S
019898*    UNIT COST IS TAKEN FROM THE FIRST OF THE RECEIPT'S STORE
019899*    ALLOCATION ROWS FOR THAT PRODUCT. RECEIPTS LOADED BEFORE
019900*    COSTS WERE CARRIED CANNOT BE VALUED; AP RAISES THOSE
019901*    CREDITS BY HAND.
019902 2500-RAISE-CREDIT.
019903     MOVE DLRCVHST-SUP-ID  TO DLR121-RTV-SUP-ID.
019904     MOVE 'N' TO DLR121-SCAN-END-SW.
019905     MOVE 'N' TO DLR121-COST-FOUND-SW.
019906     MOVE RTV-RECEIPT-LOCN TO DLRCVHST-RECEIPT-LOCN.
019907     MOVE RTV-RECEIPT-NO   TO DLRCVHST-RECEIPT-NO.
019908     MOVE 1                TO DLRCVHST-STR-NO.
019909     MOVE ZERO             TO DLRCVHST-PROD-NO.
019910     START HISTORY-MASTER KEY NOT < DLRCVHST-KEY
019911         INVALID KEY
019912             MOVE 'Y' TO DLR121-SCAN-END-SW
019913     END-START.
019914     PERFORM 2510-TEST-ONE-ALLOCATION
019915         UNTIL DLR121-SCAN-END
019916            OR DLR121-COST-FOUND.
019917     IF  DLR121-COST-FOUND
019918         MOVE SPACES            TO DLRTVCRD-RECORD
019919         MOVE DLR121-RTV-SUP-ID TO DLRTVCRD-SUP-ID
019920         MOVE DLR121-RUN-DATE   TO DLRTVCRD-RTV-DATE
019921         MOVE RTV-RECEIPT-LOCN  TO DLRTVCRD-RECEIPT-LOCN
019922         MOVE RTV-RECEIPT-NO    TO DLRTVCRD-RECEIPT-NO
019923         MOVE RTV-PROD-NO       TO DLRTVCRD-PROD-NO
019924         MOVE RTV-QTY           TO DLRTVCRD-QTY
019925         MOVE RTV-REASON        TO DLRTVCRD-REASON
019926         MOVE RTV-CLAIM-NO      TO DLRTVCRD-CLAIM-NO
019927         COMPUTE DLRTVCRD-CREDIT-VALUE ROUNDED =
019928             RTV-QTY * DLR121-UNIT-COST
019929         WRITE DLRTVCRD-RECORD
019930         ADD 1 TO DLR121-CREDITS-RAISED
019931     ELSE
019932         ADD 1 TO DLR121-CREDITS-UNVALUED
019933         DISPLAY 'DLR121 RTV NOT VALUED - DC ' RTV-RECEIPT-LOCN
019934             ' RECEIPT ' RTV-RECEIPT-NO ' PROD ' RTV-PROD-NO
019935     END-IF.
019936 2500-EXIT.
019937     EXIT.
019938
019939 2510-TEST-ONE-ALLOCATION.
019940     READ HISTORY-MASTER NEXT RECORD
019941         AT END
019942             MOVE 'Y' TO DLR121-SCAN-END-SW
019943     END-READ.
019944     IF  NOT DLR121-SCAN-END
019945         IF  DLRCVHST-RECEIPT-LOCN NOT = RTV-RECEIPT-LOCN
019946         OR  DLRCVHST-RECEIPT-NO NOT = RTV-RECEIPT-NO
019947             MOVE 'Y' TO DLR121-SCAN-END-SW
019948         ELSE
019949             IF  DLRCVHST-PROD-NO = RTV-PROD-NO
019950             AND DLRCVHST-UNIT-COST NUMERIC
019951             AND DLRCVHST-UNIT-COST > ZERO
019952                 MOVE DLRCVHST-UNIT-COST TO DLR121-UNIT-COST
019953                 MOVE 'Y' TO DLR121-COST-FOUND-SW
019954             END-IF
019955         END-IF
019956     END-IF.
019957 2510-EXIT.
019958     EXIT.
019959
020000 9000-TERMINATE.
020100     DISPLAY 'DLR121 RTVS READ        = ' DLR121-RTVS-READ.
020200     DISPLAY 'DLR121 RTVS APPLIED     = ' DLR121-RTVS-APPLIED.
020400         DLR121-RTVS-SUSPENDED.
020500     DISPLAY 'DLR121 CLAIMS SETTLED   = '
020600         DLR121-CLAIMS-SETTLED.
020620     DISPLAY 'DLR121 CREDITS RAISED   = '
020640         DLR121-CREDITS-RAISED.
020660     DISPLAY 'DLR121 CREDITS UNVALUED = '
020680         DLR121-CREDITS-UNVALUED.
020700     IF  DLR121-RTVS-SUSPENDED > ZERO
020750     OR  DLR121-CREDITS-UNVALUED > ZERO
020800         MOVE 4 TO RETURN-CODE
020900     END-IF.
021000     CLOSE RTV-INTAKE
021100           HISTORY-MASTER
021200           RTV-DOCUMENT
021300           SETTLE-CARDS
021360           SUSPENSE-FILE
021420           RTV-CREDITS.
021500 9000-EXIT.
021600     EXIT.
