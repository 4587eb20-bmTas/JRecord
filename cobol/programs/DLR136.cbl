001900*   TRANSFERRED. THE REGISTER RUNS AS AN OLD/NEW GENERATION      *
002000*   PAIR IN THE DLR097 STYLE, SO EVERY STATE CHANGE IS A NEW     *
002100*   GENERATION AND NOTHING IS REMITTED TWICE.                    *
002116*   A DORMANT DEPOSIT WHOSE ACCOUNT HAD AN UNCLAIMED-MONEYS      *
002132*   LETTER RETURNED UNDELIVERED (A UM ROW ON FCUNDLV) IS NOT     *
002148*   WRITTEN TO OR REGISTERED; IT IS HELD ON THE NEEDS-ADDRESS    *
002164*   WORKLIST, SO THE NOTICE PERIOD ONLY STARTS ONCE A LETTER CAN *
002180*   ACTUALLY REACH THE CUSTOMER.                                 *
002200*                                                                *
002300*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002400*  ---|----------|------------------------------|------------    *
002500*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002550*  02 | 15/10/26 | LETTERS HELD FOR RETURNED    | R. GEALL       *
002560*     |          | MAIL ON FCUNDLV              |                *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
004500                              ORGANIZATION IS SEQUENTIAL.
004600     SELECT REMIT-FILE        ASSIGN TO UNCLREM
004700                              ORGANIZATION IS SEQUENTIAL.
004714     SELECT UNDELIVERABLE-FILE ASSIGN TO FCUNDLV
004728                              ORGANIZATION IS INDEXED
004742                              ACCESS MODE IS SEQUENTIAL
004756                              RECORD KEY IS UD-KEY.
004770     SELECT NEEDS-ADDRESS-FILE ASSIGN TO NEEDADDR
004784                              ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  FUNCTION-CARD
009700     05  RMT-BALANCE             PIC S9(15)   COMP-3.
009800     05  RMT-NOTIFIED-DATE       PIC 9(08).
009900     05  RMT-REMIT-DATE          PIC 9(08).
009912 FD  UNDELIVERABLE-FILE
009924     LABEL RECORDS ARE STANDARD.
009936     COPY FCUNDLV.
009948 FD  NEEDS-ADDRESS-FILE
009960     RECORDING MODE IS F
009972     LABEL RECORDS ARE STANDARD.
009984     COPY FCNEEDAD.
010000 WORKING-STORAGE SECTION.
010100 01  DLR136-SWITCHES.
010200     05  DLR136-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
010900         88  DLR136-PARM-EOF                 VALUE 'Y'.
011000     05  DLR136-ON-REG-SW         PIC X(01)  VALUE 'N'.
011100         88  DLR136-ON-REGISTER              VALUE 'Y'.
011120     05  DLR136-UD-EOF-SW         PIC X(01)  VALUE 'N'.
011140         88  DLR136-UD-EOF                   VALUE 'Y'.
011160     05  DLR136-HELD-SW           PIC X(01)  VALUE 'N'.
011180         88  DLR136-HELD                     VALUE 'Y'.
011200 01  DLR136-FUNCTION              PIC X(05)  VALUE SPACES.
011300 01  DLR136-CONSTANTS.
011400*    BUILT-IN DEFAULTS - LIVE VALUES COME FROM DLPARAMM.
012900         10  DLR136-G-STATUS      PIC X(01).
013000         10  DLR136-G-EVENT-DATE  PIC 9(08).
013100         10  DLR136-G-BALANCE     PIC S9(15)   COMP-3.
013111*    ACCOUNTS WHOSE UNCLAIMED-MONEYS LETTER CAME BACK UNDELIVERED.
013122 01  DLR136-UD-CONTROL.
013133     05  DLR136-UD-COUNT          PIC S9(04)  COMP  VALUE ZERO.
013144 01  DLR136-UD-TABLE.
013155     05  DLR136-UD-ENTRY OCCURS 2000 TIMES
013166                         INDEXED BY DLR136-UD-IX.
013177         10  DLR136-U-MAIL-REF    PIC X(20).
013188         10  DLR136-U-CUST-ID     PIC 9(06).
013200 01  DLR136-COUNTERS.
013300     05  DLR136-RECS-READ         PIC 9(09)  VALUE ZERO.
013400     05  DLR136-NOTIFIED          PIC 9(07)  VALUE ZERO.
013500     05  DLR136-REMITTED          PIC 9(07)  VALUE ZERO.
013533     05  DLR136-HELD-COUNT        PIC 9(07)  VALUE ZERO.
013566     05  DLR136-UD-NOT-TABLED     PIC 9(07)  VALUE ZERO.
013600 01  DLR136-LETTER-HEAD.
013700     05  FILLER                   PIC X(30)  VALUE
013800         'UNCLAIMED MONEYS NOTICE - A/C '.
017300     OPEN OUTPUT REGISTER-OUT.
017400     OPEN OUTPUT LETTER-PRINT.
017500     OPEN OUTPUT REMIT-FILE.
017550     OPEN OUTPUT NEEDS-ADDRESS-FILE.
017600     ACCEPT DLR136-RUN-DATE FROM DATE YYYYMMDD.
017700     READ FUNCTION-CARD
017800         AT END
018400     CLOSE FUNCTION-CARD.
018500     PERFORM 1100-LOAD-PARAMETERS.
018600     PERFORM 1200-LOAD-REGISTER.
018650     PERFORM 1300-LOAD-UNDELIVERABLE.
018700     DISPLAY 'DLR136 FUNCTION          = ' DLR136-FUNCTION.
018800     DISPLAY 'DLR136 DORMANT DAYS USED = '
018900         DLR136-DORMANT-DAYS.
026500 1210-EXIT.
026600     EXIT.
026700
026702 1300-LOAD-UNDELIVERABLE.
026704     OPEN INPUT UNDELIVERABLE-FILE.
026706     PERFORM 1310-READ-UNDELIVERABLE.
026708     PERFORM 1320-HOLD-ONE-UNDELIVERABLE
026710         UNTIL DLR136-UD-EOF.
026712     CLOSE UNDELIVERABLE-FILE.
026714 1300-EXIT.
026716     EXIT.
026718
026720 1310-READ-UNDELIVERABLE.
026722     READ UNDELIVERABLE-FILE NEXT RECORD
026724         AT END
026726             MOVE 'Y' TO DLR136-UD-EOF-SW
026728     END-READ.
026730 1310-EXIT.
026732     EXIT.
026734
026736 1320-HOLD-ONE-UNDELIVERABLE.
026738     IF  UD-UNDELIVERABLE
026740     AND UD-MAIL-TYPE = 'UM'
026742         IF  DLR136-UD-COUNT < 2000
026744             ADD 1 TO DLR136-UD-COUNT
026746             SET DLR136-UD-IX TO DLR136-UD-COUNT
026748             MOVE UD-MAIL-REF
026750                 TO DLR136-U-MAIL-REF (DLR136-UD-IX)
026752             MOVE UD-CUSTOMER-ID
026754                 TO DLR136-U-CUST-ID (DLR136-UD-IX)
026756         ELSE
026758             ADD 1 TO DLR136-UD-NOT-TABLED
026760         END-IF
026762     END-IF.
026764     PERFORM 1310-READ-UNDELIVERABLE.
026766 1320-EXIT.
026768     EXIT.
026770
026800*    A DEPOSIT IS DORMANT WHEN ITS VALUE-END DATE IS MORE THAN
026900*    THE STATUTORY DAYS AGO AND IT IS STILL NOT SETTLED.
027000 2000-IDENTIFY-DORMANT.
027800         IF  DLR136-AGE-DAYS > DLR136-DORMANT-DAYS
027900             PERFORM 2200-TEST-ON-REGISTER
028000             IF  NOT DLR136-ON-REGISTER
028100                 PERFORM 2250-TEST-UNDELIVERABLE
028116                 IF  DLR136-HELD
028132                     PERFORM 2400-HOLD-NOTIFICATION
028148                 ELSE
028164                     PERFORM 2300-NOTIFY-DEPOSIT
028180                 END-IF
028200             END-IF
028300         END-IF
028400     END-IF.
030700 2200-EXIT.
030800     EXIT.
030900
030906 2250-TEST-UNDELIVERABLE.
030912     MOVE 'N' TO DLR136-HELD-SW.
030918     SET DLR136-UD-IX TO 1.
030924     SEARCH DLR136-UD-ENTRY
030930         AT END
030936             CONTINUE
030942         WHEN DLR136-UD-IX > DLR136-UD-COUNT
030948             CONTINUE
030954         WHEN DLR136-U-MAIL-REF (DLR136-UD-IX) = TRANS-ACC-NO
030960             MOVE 'Y' TO DLR136-HELD-SW
030966     END-SEARCH.
030972 2250-EXIT.
030978     EXIT.
030984
031000 2300-NOTIFY-DEPOSIT.
031100     ADD 1 TO DLR136-NOTIFIED.
031200     IF  DLR136-REG-COUNT < 2000
033200 2300-EXIT.
033300     EXIT.
033400
033407 2400-HOLD-NOTIFICATION.
033414     ADD 1 TO DLR136-HELD-COUNT.
033421     MOVE SPACES TO NEEDS-ADDRESS-DATA.
033428     MOVE DLR136-U-CUST-ID (DLR136-UD-IX) TO NA-CUSTOMER-ID.
033435     MOVE 'UM'                TO NA-MAIL-TYPE.
033442     MOVE TRANS-ACC-NO        TO NA-MAIL-REF.
033449     MOVE DLR136-RUN-DATE     TO NA-HELD-DATE.
033456     MOVE 'DLR136  '          TO NA-HELD-BY.
033463     WRITE NEEDS-ADDRESS-DATA.
033470 2400-EXIT.
033477     EXIT.
033484
033500*    ONLY NOTIFIED ROWS WHOSE NOTICE PERIOD HAS EXPIRED ARE
033600*    REMITTED, AND THE ROW IS MARKED TRANSFERRED SO THE NEXT
033700*    RUN CANNOT REMIT IT AGAIN.
037600     DISPLAY 'DLR136 RECORDS READ     = ' DLR136-RECS-READ.
037700     DISPLAY 'DLR136 NOTIFIED         = ' DLR136-NOTIFIED.
037800     DISPLAY 'DLR136 REMITTED         = ' DLR136-REMITTED.
037816     DISPLAY 'DLR136 HELD NEEDS ADDR  = ' DLR136-HELD-COUNT.
037832     DISPLAY 'DLR136 FLAGS NOT TABLED = ' DLR136-UD-NOT-TABLED.
037848     IF  DLR136-UD-NOT-TABLED > ZERO
037864         MOVE 4 TO RETURN-CODE
037880     END-IF.
037900     CLOSE AQTRANS-FILE
038000           REGISTER-OUT
038100           LETTER-PRINT
038200           REMIT-FILE
038225           NEEDS-ADDRESS-FILE.
038300 9000-EXIT.
038400     EXIT.
