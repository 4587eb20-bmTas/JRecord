000800*                                                                *
000900*   DLR068 - VENDOR COMPLIANCE CHARGEBACK CLAIM GENERATION       *
001000*                                                                *
001070*   TURNS THE DLR014 SHORTAGE/OVERAGE EXCEPTIONS (SHORTEXC),     *
001140*   THE DLR018 ASN-TO-PO MATCH EXCEPTIONS (MATCHEXC) AND THE     *
001210*   DLR193 SHORT-LIFE REJECTIONS (SLIFEEXC) INTO MONEY:          *
001300*   APPLIES THE PUBLISHED COMPLIANCE FEE SCHEDULE (SHORT-SHIP    *
001360*   FEE PER UNIT, NO-ASN FEE PER RECEIPT, MISMATCH ADMIN FEE,    *
001420*   SHORT-LIFE REJECTION FEE PER LINE),                          *
001500*   ASSIGNS CLAIM NUMBERS IN SEQUENCE, PRINTS CLAIM DOCUMENTS    *
001600*   ADDRESSED BY SUPPLIER, AND MAINTAINS THE DLCLAIMR CLAIMS     *
001700*   REGISTER. SETTLEMENT CARDS NAMING A CLAIM NUMBER MARK THE    *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002230*  02 | 15/10/26 | ALSO CLAIM SHORT-LIFE        | R. GEALL       *
002260*     |          | REJECTIONS FROM DLR193       |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003200                              ORGANIZATION IS SEQUENTIAL.
003300     SELECT MATCH-EXC-FILE    ASSIGN TO MATCHEXC
003400                              ORGANIZATION IS SEQUENTIAL.
003430     SELECT SHORT-LIFE-EXC    ASSIGN TO SLIFEEXC
003460                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT SETTLE-CARDS      ASSIGN TO SETLCARD
003600                              ORGANIZATION IS SEQUENTIAL.
003700     SELECT CLAIMS-REGISTER   ASSIGN TO DLCLAIMR
006400     05  MXC-ORDERED-QTY         PIC 9(07).
006500     05  MXC-SHIPPED-QTY         PIC 9(07).
006600     05  MXC-RECEIVED-QTY        PIC 9(09).
006608 FD  SHORT-LIFE-EXC
006616     RECORDING MODE IS F
006624     LABEL RECORDS ARE STANDARD.
006632 01  SHORT-LIFE-EXC-REC.
006640     05  LXC-SUP-ID              PIC 9(08).
006648     05  LXC-ORDER-NO            PIC X(12).
006656     05  LXC-ASN                 PIC X(30).
006664     05  LXC-KEYCODE-NO          PIC X(08).
006672     05  LXC-UNITS               PIC 9(09).
006680     05  LXC-LIFE-DAYS           PIC S9(05)   COMP-3.
006688     05  LXC-MIN-LIFE-DAYS       PIC 9(03).
006700 FD  SETTLE-CARDS
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD.
008400         88  DLR068-SHORT-EOF                VALUE 'Y'.
008500     05  DLR068-MATCH-EOF-SW      PIC X(01)  VALUE 'N'.
008600         88  DLR068-MATCH-EOF                VALUE 'Y'.
008630     05  DLR068-LIFE-EOF-SW       PIC X(01)  VALUE 'N'.
008660         88  DLR068-LIFE-EOF                 VALUE 'Y'.
008700     05  DLR068-SETTLE-EOF-SW     PIC X(01)  VALUE 'N'.
008800         88  DLR068-SETTLE-EOF               VALUE 'Y'.
008900     05  DLR068-REG-EOF-SW        PIC X(01)  VALUE 'N'.
009300     05  DLR068-SHORT-FEE-UNIT    PIC 9(03)V99 VALUE 0.50.
009400     05  DLR068-NO-ASN-FEE        PIC 9(05)V99 VALUE 50.00.
009500     05  DLR068-MISMATCH-FEE      PIC 9(05)V99 VALUE 25.00.
009550     05  DLR068-SHORT-LIFE-FEE    PIC 9(05)V99 VALUE 35.00.
009600 01  DLR068-RUN-DATE              PIC 9(08)  VALUE ZERO.
009700 01  DLR068-NEXT-CLAIM-NO         PIC 9(08)  VALUE 1.
009800 01  DLR068-SHORT-UNITS           PIC 9(09).
012900         UNTIL DLR068-SHORT-EOF.
013000     PERFORM 3000-CLAIM-ASN-FAULTS
013100         UNTIL DLR068-MATCH-EOF.
013130     PERFORM 3500-CLAIM-SHORT-LIFE
013160         UNTIL DLR068-LIFE-EOF.
013200     PERFORM 4000-APPLY-SETTLEMENTS
013300         UNTIL DLR068-SETTLE-EOF.
013400     PERFORM 9000-TERMINATE.
013700 1000-INITIALIZE.
013800     OPEN INPUT  SHORT-EXC-FILE.
013900     OPEN INPUT  MATCH-EXC-FILE.
013950     OPEN INPUT  SHORT-LIFE-EXC.
014000     OPEN INPUT  SETTLE-CARDS.
014100     OPEN I-O    CLAIMS-REGISTER.
014200     OPEN OUTPUT CLAIM-PRINT.
014400     PERFORM 1100-FIND-NEXT-CLAIM-NO.
014500     PERFORM 2100-READ-SHORT-EXC.
014600     PERFORM 3100-READ-MATCH-EXC.
014650     PERFORM 3600-READ-SHORT-LIFE-EXC.
014700     PERFORM 4100-READ-SETTLE-CARD.
014800 1000-EXIT.
014900     EXIT.
022200     END-READ.
022300 3100-EXIT.
022400     EXIT.
022404
022408*    A SHORT-LIFE LINE THE DC QUALITY TEAM REJECTED IS CLAIMED
022412*    AT THE FLAT REJECTION FEE AGAINST THE ORDER NUMBER.
022416 3500-CLAIM-SHORT-LIFE.
022420     MOVE DLR068-SHORT-LIFE-FEE TO DLR068-FEE-AMOUNT.
022424     MOVE 'SLIF' TO DLCLAIMR-CLAIM-TYPE.
022428     MOVE LXC-SUP-ID TO DLCLAIMR-SUP-ID.
022432     MOVE SPACES TO DLCLAIMR-REFERENCE.
022436     MOVE LXC-ORDER-NO TO DLCLAIMR-REFERENCE.
022440     MOVE LXC-UNITS TO DLCLAIMR-UNITS.
022444     PERFORM 5000-RAISE-CLAIM.
022448     PERFORM 3600-READ-SHORT-LIFE-EXC.
022452 3500-EXIT.
022456     EXIT.
022460
022464 3600-READ-SHORT-LIFE-EXC.
022468     READ SHORT-LIFE-EXC
022472         AT END
022476             MOVE 'Y' TO DLR068-LIFE-EOF-SW
022480     END-READ.
022484 3600-EXIT.
022488     EXIT.
022500
022600 4000-APPLY-SETTLEMENTS.
022700     MOVE STL-CLAIM-NO TO DLCLAIMR-CLAIM-NO.
027500     WRITE CLAIM-LINE FROM DLR068-TOTAL-LINE.
027600     CLOSE SHORT-EXC-FILE
027700           MATCH-EXC-FILE
027750           SHORT-LIFE-EXC
027800           SETTLE-CARDS
027900           CLAIMS-REGISTER
028000           CLAIM-PRINT.
