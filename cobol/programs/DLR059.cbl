001600*   PERIOD (SAME AGE RULE AS THE DLR008 EXPIRY BATCH), AND THE   *
001700*   CLOSING BALANCE, SO THE CALL CENTRE FINALLY HAS SOMETHING    *
001800*   TO MAIL OUT FOR POINTS QUERIES.                              *
001820*   A CARD WHOSE CUSTOMER (VIA DLCUSXRF) HAS AN ADDRESS FLAGGED  *
001840*   UNDELIVERABLE ON FCUNDLV, OR WHOSE OWN POINTS STATEMENT WAS  *
001860*   RETURNED, GETS NO STATEMENT; IT IS HELD AND THE CARD IS      *
001880*   LISTED ON THE NEEDS-ADDRESS WORKLIST INSTEAD.                *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002250*  02 | 01/09/26 | STORE NAMES FROM DLSTORMF    | R. GEALL       *
002260*  03 | 15/10/26 | PROMOTIONAL INSERT ONLY FOR  | R. GEALL       *
002270*     |          | CARDS OPTED IN TO MAIL ON    |                *
002280*     |          | DLCONSNT                     |                *
002290*  04 | 15/10/26 | HOLD STATEMENTS FOR CARDS    | R. GEALL       *
002295*     |          | ON UNDELIVERABLE ADDRESSES   |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003400                              ORGANIZATION IS SEQUENTIAL.
003410     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
003420                              ORGANIZATION IS SEQUENTIAL.
003430     SELECT PROMO-INSERT      ASSIGN TO PTPROMO
003440                              ORGANIZATION IS SEQUENTIAL.
003450     SELECT CONSENT-REGISTER  ASSIGN TO DLCONSNT
003460                              ORGANIZATION IS INDEXED
003470                              ACCESS MODE IS RANDOM
003480                              RECORD KEY IS DLCONSNT-KEY.
003481     SELECT XREF-MASTER       ASSIGN TO DLCUSXRF
003482                              ORGANIZATION IS INDEXED
003483                              ACCESS MODE IS RANDOM
003484                              RECORD KEY IS DLCUSXRF-CARD-NO.
003485     SELECT UNDELIVERABLE-FILE ASSIGN TO FCUNDLV
003486                              ORGANIZATION IS INDEXED
003487                              ACCESS MODE IS SEQUENTIAL
003488                              RECORD KEY IS UD-KEY.
003489     SELECT NEEDS-ADDRESS-FILE ASSIGN TO NEEDADDR
003490                              ORGANIZATION IS SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  DTAR107-FILE
004530     LABEL RECORDS ARE STANDARD.
004540 01  DLSTORMF-RECORD.
004550     COPY DLSTORMF.
004555 FD  PROMO-INSERT
004560     RECORDING MODE IS F
004565     LABEL RECORDS ARE STANDARD.
004570 01  PROMO-INSERT-REC            PIC X(80).
004575 FD  CONSENT-REGISTER
004580     LABEL RECORDS ARE STANDARD.
004585 01  DLCONSNT-RECORD.
004586     COPY DLCONSNT.
004587 FD  XREF-MASTER
004588     LABEL RECORDS ARE STANDARD.
004589 01  DLCUSXRF-RECORD.
004590     COPY DLCUSXRF.
004591 FD  UNDELIVERABLE-FILE
004592     LABEL RECORDS ARE STANDARD.
004593     COPY FCUNDLV.
004594 FD  NEEDS-ADDRESS-FILE
004595     RECORDING MODE IS F
004596     LABEL RECORDS ARE STANDARD.
004597     COPY FCNEEDAD.
004600 WORKING-STORAGE SECTION.
004700 01  DLR059-SWITCHES.
004800     05  DLR059-EOF-SW            PIC X(01)  VALUE 'N'.
005100         88  DLR059-FIRST                    VALUE 'Y'.
005110     05  DLR059-STOR-EOF-SW       PIC X(01)  VALUE 'N'.
005120         88  DLR059-STOR-EOF                 VALUE 'Y'.
005122     05  DLR059-PROMO-EOF-SW      PIC X(01)  VALUE 'N'.
005123         88  DLR059-PROMO-EOF                VALUE 'Y'.
005124     05  DLR059-CONSENT-SW        PIC X(01)  VALUE 'N'.
005125         88  DLR059-CONSENTED                VALUE 'Y'.
005126     05  DLR059-UD-EOF-SW         PIC X(01)  VALUE 'N'.
005127         88  DLR059-UD-EOF                   VALUE 'Y'.
005128     05  DLR059-HELD-SW           PIC X(01)  VALUE 'N'.
005129         88  DLR059-HELD                     VALUE 'Y'.
005130 01  DLR059-STOR-CONTROL.
005140     05  DLR059-STOR-COUNT        PIC S9(04)  COMP  VALUE ZERO.
005150 01  DLR059-STOR-TABLE.
005300     COPY DLSTORID.
005400 01  DLR059-CONSTANTS.
005500     05  DLR059-EXPIRY-MONTHS     PIC 9(02)  VALUE 12.
005510*    PROMOTIONAL INSERT LINES FOR THIS RUN'S STATEMENTS. THEY ARE
005520*    MARKETING, SO ONLY CARDS OPTED IN TO MAIL ON DLCONSNT GET
005530*    THEM; THE STATEMENT ITSELF GOES TO EVERY CARD.
005540 01  DLR059-PROMO-CONTROL.
005550     05  DLR059-PROMO-COUNT       PIC S9(04)  COMP  VALUE ZERO.
005560     05  DLR059-PROMO-SUB         PIC S9(04)  COMP.
005570 01  DLR059-PROMO-TABLE.
005580     05  DLR059-PROMO-TEXT        OCCURS 10 TIMES
005581                                  PIC X(80).
005582*    UNDELIVERABLE REGISTER ROWS STILL FLAGGED, IN CUSTOMER-ID
005583*    ORDER.
005584 01  DLR059-UD-CONTROL.
005585     05  DLR059-UD-COUNT          PIC S9(04)  COMP  VALUE ZERO.
005586 01  DLR059-UD-TABLE.
005587     05  DLR059-UD-ENTRY OCCURS 3000 TIMES
005588                         INDEXED BY DLR059-UD-IX.
005589         10  DLR059-U-CUST-ID     PIC 9(06).
005590         10  DLR059-U-MAIL-TYPE   PIC X(02).
005591         10  DLR059-U-MAIL-REF    PIC X(20).
005592 01  DLR059-CARD-REF              PIC X(20).
005593 01  DLR059-HELD-CUST-ID          PIC 9(06).
005594 01  DLR059-RUN-CCYYMMDD          PIC 9(08).
005600 01  DLR059-RUN-DATE-FIELDS.
005700     05  DLR059-RUN-DATE-YYMMDD   PIC 9(06).
005800     05  DLR059-RUN-DATE-PARTS REDEFINES
007900     05  DLR059-CLOSING-PTS       PIC S9(09)  VALUE ZERO.
008000 01  DLR059-COUNTERS.
008100     05  DLR059-STATEMENTS        PIC 9(07)   VALUE ZERO.
008130     05  DLR059-INSERTS           PIC 9(07)   VALUE ZERO.
008160     05  DLR059-NO-CONSENT        PIC 9(07)   VALUE ZERO.
008170     05  DLR059-HELD-COUNT        PIC 9(07)   VALUE ZERO.
008180     05  DLR059-UD-NOT-TABLED     PIC 9(07)   VALUE ZERO.
008200 01  DLR059-STMT-HEADER-1.
008300     05  FILLER                   PIC X(21)  VALUE
008400         'LOYALTY STATEMENT -  '.
011100     PERFORM 2000-PROCESS-RECORD
011200         UNTIL DLR059-EOF.
011300     IF  NOT DLR059-FIRST
011350     AND NOT DLR059-HELD
011400         PERFORM 4000-CLOSE-STATEMENT
011500     END-IF.
011600     PERFORM 9000-TERMINATE.
012000     OPEN INPUT  DTAR107-FILE.
012100     OPEN OUTPUT STATEMENT-PRINT.
012150     OPEN INPUT  STORE-MASTER-FILE.
012160     OPEN INPUT  PROMO-INSERT.
012170     OPEN INPUT  CONSENT-REGISTER.
012177     OPEN INPUT  XREF-MASTER.
012184     OPEN OUTPUT NEEDS-ADDRESS-FILE.
012191     ACCEPT DLR059-RUN-CCYYMMDD FROM DATE YYYYMMDD.
012200     ACCEPT DLR059-RUN-DATE-YYMMDD FROM DATE.
012300     COMPUTE DLR059-RUN-PERIOD =
012400         DLR059-RUN-YY * 12 + DLR059-RUN-MM.
012450     PERFORM 1100-LOAD-STORE-MASTER.
012460     PERFORM 1210-READ-PROMO-INSERT.
012470     PERFORM 1200-LOAD-PROMO-INSERT
012480         UNTIL DLR059-PROMO-EOF.
012490     CLOSE PROMO-INSERT.
012495     PERFORM 1300-LOAD-UNDELIVERABLE.
012500     PERFORM 2100-READ-DTAR107.
012600 1000-EXIT.
012700     EXIT.
012800
012802 1100-LOAD-STORE-MASTER.
012804     PERFORM 1110-READ-STORE-MASTER.
012806     PERFORM UNTIL DLR059-STOR-EOF
012808         IF  DLR059-STOR-COUNT < 999
012810             ADD 1 TO DLR059-STOR-COUNT
012813             SET DLR059-STOR-IX TO DLR059-STOR-COUNT
012815             MOVE DLSTORMF-STORE-NO
012817                 TO DLR059-S-STORE-NO (DLR059-STOR-IX)
012819             MOVE DLSTORMF-ALPHA-CODE
012821                 TO DLR059-S-ALPHA-CODE (DLR059-STOR-IX)
012823             MOVE DLSTORMF-STORE-NAME
012826                 TO DLR059-S-STORE-NAME (DLR059-STOR-IX)
012828         END-IF
012830         PERFORM 1110-READ-STORE-MASTER
012832     END-PERFORM.
012834     CLOSE STORE-MASTER-FILE.
012835 1100-EXIT.
012836     EXIT.
012837
012838 1110-READ-STORE-MASTER.
012839     READ STORE-MASTER-FILE
012840         AT END
012841             MOVE 'Y' TO DLR059-STOR-EOF-SW
012842     END-READ.
012843 1110-EXIT.
012844     EXIT.
012845
012846 1200-LOAD-PROMO-INSERT.
012847     IF  DLR059-PROMO-COUNT < 10
012848         ADD 1 TO DLR059-PROMO-COUNT
012849         MOVE PROMO-INSERT-REC
012850             TO DLR059-PROMO-TEXT (DLR059-PROMO-COUNT)
012851     END-IF.
012852     PERFORM 1210-READ-PROMO-INSERT.
012853 1200-EXIT.
012854     EXIT.
012855
012856 1210-READ-PROMO-INSERT.
012857     READ PROMO-INSERT
012858         AT END
012859             MOVE 'Y' TO DLR059-PROMO-EOF-SW
012860     END-READ.
012861 1210-EXIT.
012862     EXIT.
012863
012864 1300-LOAD-UNDELIVERABLE.
012865     OPEN INPUT UNDELIVERABLE-FILE.
012866     PERFORM 1310-READ-UNDELIVERABLE.
012867     PERFORM 1320-HOLD-ONE-UNDELIVERABLE
012868         UNTIL DLR059-UD-EOF.
012869     CLOSE UNDELIVERABLE-FILE.
012870 1300-EXIT.
012871     EXIT.
012872
012873 1310-READ-UNDELIVERABLE.
012874     READ UNDELIVERABLE-FILE NEXT RECORD
012875         AT END
012876             MOVE 'Y' TO DLR059-UD-EOF-SW
012877     END-READ.
012878 1310-EXIT.
012879     EXIT.
012880
012881 1320-HOLD-ONE-UNDELIVERABLE.
012882     IF  UD-UNDELIVERABLE
012883         IF  DLR059-UD-COUNT < 3000
012884             ADD 1 TO DLR059-UD-COUNT
012885             SET DLR059-UD-IX TO DLR059-UD-COUNT
012886             MOVE UD-CUSTOMER-ID
012887                 TO DLR059-U-CUST-ID (DLR059-UD-IX)
012888             MOVE UD-MAIL-TYPE
012889                 TO DLR059-U-MAIL-TYPE (DLR059-UD-IX)
012890             MOVE UD-MAIL-REF
012891                 TO DLR059-U-MAIL-REF (DLR059-UD-IX)
012892         ELSE
012893             ADD 1 TO DLR059-UD-NOT-TABLED
012894         END-IF
012895     END-IF.
012896     PERFORM 1310-READ-UNDELIVERABLE.
012897 1320-EXIT.
012898     EXIT.
012899
012900 2000-PROCESS-RECORD.
013000     IF  DLR059-FIRST
013100         MOVE 'N' TO DLR059-FIRST-SW
013300         PERFORM 3000-OPEN-STATEMENT
013400     ELSE
013500         IF  DTAR107-CUST-NO NOT = DLR059-PREV-CUST-NO
013600             IF  NOT DLR059-HELD
013633                 PERFORM 4000-CLOSE-STATEMENT
013666             END-IF
013700             MOVE DTAR107-CUST-NO TO DLR059-PREV-CUST-NO
013800             PERFORM 3000-OPEN-STATEMENT
013900         END-IF
016900         WHEN OTHER
017000             ADD DTAR107-STD-POINTS   TO DLR059-EARNED-STD
017100             ADD DTAR107-BONUS-POINTS TO DLR059-EARNED-BON
017200             IF  NOT DLR059-HELD
017233                 PERFORM 2300-PRINT-TRANSACTION
017266             END-IF
017300     END-EVALUATE.
017400 2200-EXIT.
017500     EXIT.
019896     EXIT.
019900
020000 3000-OPEN-STATEMENT.
020200     MOVE ZERO TO DLR059-OPENING-PTS.
020300     MOVE ZERO TO DLR059-EARNED-STD.
020400     MOVE ZERO TO DLR059-EARNED-BON.
020500     MOVE ZERO TO DLR059-EXPIRED-PTS.
020600     PERFORM 3100-TEST-UNDELIVERABLE.
020700     IF  DLR059-HELD
020800         PERFORM 3200-HOLD-STATEMENT
020814     ELSE
020828         ADD 1 TO DLR059-STATEMENTS
020842         MOVE DTAR107-CUST-NO TO DLR059-H-CUST-NO
020856         WRITE STATEMENT-LINE FROM DLR059-BLANK-LINE
020870         WRITE STATEMENT-LINE FROM DLR059-STMT-HEADER-1
020884     END-IF.
020900 3000-EXIT.
021000     EXIT.
021100
021101*    THE CARD IS HELD WHEN ITS OWN POINTS STATEMENT CAME BACK,
021102*    OR WHEN THE FCUSDAT CUSTOMER IT BELONGS TO HAS ANY ITEM
021103*    RETURNED FROM THE ADDRESS IT STILL HOLDS.
021104 3100-TEST-UNDELIVERABLE.
021105     MOVE 'N' TO DLR059-HELD-SW.
021106     MOVE SPACES TO DLR059-CARD-REF.
021107     MOVE DTAR107-CUST-NO TO DLR059-CARD-REF.
021108     SET DLR059-UD-IX TO 1.
021109     SEARCH DLR059-UD-ENTRY
021110         AT END
021111             CONTINUE
021112         WHEN DLR059-UD-IX > DLR059-UD-COUNT
021113             CONTINUE
021114         WHEN DLR059-U-MAIL-TYPE (DLR059-UD-IX) = 'PT'
021115         AND  DLR059-U-MAIL-REF (DLR059-UD-IX) = DLR059-CARD-REF
021116             MOVE 'Y' TO DLR059-HELD-SW
021117             MOVE DLR059-U-CUST-ID (DLR059-UD-IX)
021118                 TO DLR059-HELD-CUST-ID
021119     END-SEARCH.
021120     IF  NOT DLR059-HELD
021121         MOVE DTAR107-CUST-NO TO DLCUSXRF-CARD-NO
021122         READ XREF-MASTER
021123             INVALID KEY
021124                 CONTINUE
021125             NOT INVALID KEY
021126                 PERFORM 3150-TEST-CUSTOMER
021127         END-READ
021128     END-IF.
021129 3100-EXIT.
021130     EXIT.
021131
021132 3150-TEST-CUSTOMER.
021133     SET DLR059-UD-IX TO 1.
021134     SEARCH DLR059-UD-ENTRY
021135         AT END
021136             CONTINUE
021137         WHEN DLR059-UD-IX > DLR059-UD-COUNT
021138             CONTINUE
021139         WHEN DLR059-U-CUST-ID (DLR059-UD-IX)
021140                  = DLCUSXRF-CUSTOMER-ID
021141             MOVE 'Y' TO DLR059-HELD-SW
021142             MOVE DLCUSXRF-CUSTOMER-ID TO DLR059-HELD-CUST-ID
021143         WHEN DLR059-U-CUST-ID (DLR059-UD-IX)
021144                  > DLCUSXRF-CUSTOMER-ID
021145             CONTINUE
021146     END-SEARCH.
021147 3150-EXIT.
021148     EXIT.
021149
021150 3200-HOLD-STATEMENT.
021151     ADD 1 TO DLR059-HELD-COUNT.
021152     MOVE SPACES TO NEEDS-ADDRESS-DATA.
021153     MOVE DLR059-HELD-CUST-ID TO NA-CUSTOMER-ID.
021154     MOVE 'PT'                TO NA-MAIL-TYPE.
021155     MOVE DLR059-CARD-REF     TO NA-MAIL-REF.
021156     MOVE DLR059-RUN-CCYYMMDD TO NA-HELD-DATE.
021157     MOVE 'DLR059  '          TO NA-HELD-BY.
021158     WRITE NEEDS-ADDRESS-DATA.
021159 3200-EXIT.
021160     EXIT.
021161
021200*    THE OPENING-POINTS LINE IS PRINTED AT STATEMENT CLOSE, ONCE
021300*    ALL THE CUSTOMER'S HISTORY HAS BEEN AGED INTO ITS BUCKETS.
021400 4000-CLOSE-STATEMENT.
022100             + DLR059-EARNED-BON - DLR059-EXPIRED-PTS.
022200     MOVE DLR059-CLOSING-PTS TO DLR059-C-POINTS.
022300     WRITE STATEMENT-LINE FROM DLR059-CLOSING-LINE.
022307     IF  DLR059-PROMO-COUNT > ZERO
022314         PERFORM 4100-CHECK-CONSENT
022321         IF  DLR059-CONSENTED
022328             ADD 1 TO DLR059-INSERTS
022335             WRITE STATEMENT-LINE FROM DLR059-BLANK-LINE
022342             PERFORM 4200-PRINT-INSERT-LINE
022349                 VARYING DLR059-PROMO-SUB FROM 1 BY 1
022356                 UNTIL DLR059-PROMO-SUB > DLR059-PROMO-COUNT
022363         ELSE
022370             ADD 1 TO DLR059-NO-CONSENT
022377         END-IF
022384     END-IF.
022400 4000-EXIT.
022500     EXIT.
022504
022508 4100-CHECK-CONSENT.
022512     MOVE 'N' TO DLR059-CONSENT-SW.
022516     MOVE DLR059-PREV-CUST-NO TO DLCONSNT-CUST-NO.
022520     MOVE 'M' TO DLCONSNT-CHANNEL.
022524     READ CONSENT-REGISTER
022528         INVALID KEY
022532             CONTINUE
022536         NOT INVALID KEY
022540             IF  DLCONSNT-OPTED-IN
022544                 MOVE 'Y' TO DLR059-CONSENT-SW
022548             END-IF
022552     END-READ.
022556 4100-EXIT.
022560     EXIT.
022564
022568 4200-PRINT-INSERT-LINE.
022572     WRITE STATEMENT-LINE
022576         FROM DLR059-PROMO-TEXT (DLR059-PROMO-SUB).
022580 4200-EXIT.
022584     EXIT.
022600
022700 9000-TERMINATE.
022720     DISPLAY 'DLR059 STATEMENTS        = ' DLR059-STATEMENTS.
022740     DISPLAY 'DLR059 PROMO INSERTS     = ' DLR059-INSERTS.
022760     DISPLAY 'DLR059 INSERT SUPPRESSED = ' DLR059-NO-CONSENT.
022766     DISPLAY 'DLR059 HELD NEEDS ADDRESS= ' DLR059-HELD-COUNT.
022772     DISPLAY 'DLR059 FLAGS NOT TABLED  = ' DLR059-UD-NOT-TABLED.
022778     IF  DLR059-UD-NOT-TABLED > ZERO
022784         MOVE 4 TO RETURN-CODE
022790     END-IF.
022800     CLOSE DTAR107-FILE
022900           STATEMENT-PRINT
022920           CONSENT-REGISTER
022950           XREF-MASTER
022975           NEEDS-ADDRESS-FILE.
023000 9000-EXIT.
023100     EXIT.
