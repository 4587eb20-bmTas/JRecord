002110*  02 | 01/09/26 | CARRY ORDER AND INVOICE NOS  | R. GEALL       *
002120*     |          | ON HEADER ROWS FOR INVOICE   |                *
002130*     |          | MATCHING                     |                *
002150*  03 | 15/10/26 | KEEP DLR195 CORRECTIONS;     | R. GEALL       *
002170*     |          | CARRY KEYCODE/COST/ERS       |                *
002180*  04 | 15/10/26 | KEEP DLR123 INVOICE MATCH    | R. GEALL       *
002190*     |          | STAMP ON OVERLAY             |                *
002193*  05 | 15/10/26 | DLRCVHST ALTERNATE KEYS ON   | R. GEALL       *
002196*     |          | KEYCODE AND ORDER NUMBER     |                *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
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
003800     SELECT HISTORY-REPORT    ASSIGN TO RCVHRPT
003900                              ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
007500         88  DLR067-HIST-EOF                 VALUE 'Y'.
007600     05  DLR067-WANTED-SW         PIC X(01)  VALUE 'N'.
007700         88  DLR067-WANTED                   VALUE 'Y'.
007730     05  DLR067-ON-FILE-SW        PIC X(01)  VALUE 'N'.
007760         88  DLR067-ON-FILE                  VALUE 'Y'.
007800 01  DLR067-RUN-DATE              PIC 9(08)  VALUE ZERO.
007900 01  DLR067-DATE-WORK.
008000     05  DLR067-DATE-X10          PIC X(10).
009200     05  DLR067-HDRS-LOADED       PIC 9(07)  VALUE ZERO.
009300     05  DLR067-ALLOCS-LOADED     PIC 9(07)  VALUE ZERO.
009400     05  DLR067-ROWS-LISTED       PIC 9(07)  VALUE ZERO.
009410     05  DLR067-ROWS-KEPT         PIC 9(07)  VALUE ZERO.
009420*    THE RD LINE PRECEDES ITS RS ALLOCATIONS, SO ITS UNIT COST IS
009430*    HELD HERE AND STAMPED ON EACH ALLOCATION ROW THAT FOLLOWS.
009440 01  DLR067-LINE-UNIT-COST        PIC 9(11)V9(3) VALUE ZERO.
009450 01  DLR067-WORK-KEYCODE          PIC 9(08).
009460 01  DLR067-NEW-IMAGE             PIC X(190).
009470 01  DLR067-HOLD-MATCH            PIC X(29).
009500 01  DLR067-HEADING-1.
009600     05  FILLER                   PIC X(42)  VALUE
009700         'DLR067 - RECEIVING HISTORY INQUIRY'.
014900     EVALUATE STDR-RECORD-TYPE OF STDR-RH
015000         WHEN 'RH'
015100             PERFORM 2200-LOAD-HEADER-ROW
015130         WHEN 'RD'
015160             MOVE UNIT-COST-RD TO DLR067-LINE-UNIT-COST
015200         WHEN 'RS'
015300             PERFORM 2300-LOAD-ALLOC-ROW
015400         WHEN OTHER
018100     MOVE DLR067-RUN-DATE TO DLRCVHST-LOADED-DATE.
018110     MOVE ORDER-NO-RH     TO DLRCVHST-ORDER-NO.
018120     MOVE INVOICE-NO-RH   TO DLRCVHST-INVOICE-NO.
018210     MOVE SPACES          TO DLRCVHST-KEYCODE-NO.
018300     MOVE ZERO            TO DLRCVHST-UNIT-COST.
018390     MOVE ERS-STATUS-RH   TO DLRCVHST-ERS-STATUS.
018480     PERFORM 2400-STORE-HISTORY-ROW.
018600     ADD 1 TO DLR067-HDRS-LOADED.
018700 2200-EXIT.
018800     EXIT.
020200     MOVE DLR067-RUN-DATE TO DLRCVHST-LOADED-DATE.
020210     MOVE SPACES          TO DLRCVHST-ORDER-NO.
020220     MOVE SPACES          TO DLRCVHST-INVOICE-NO.
020300     MOVE KEYCODE-RS      TO DLR067-WORK-KEYCODE.
020380     MOVE DLR067-WORK-KEYCODE TO DLRCVHST-KEYCODE-NO.
020460     MOVE DLR067-LINE-UNIT-COST TO DLRCVHST-UNIT-COST.
020540     MOVE SPACES          TO DLRCVHST-ERS-STATUS.
020620     PERFORM 2400-STORE-HISTORY-ROW.
020700     ADD 1 TO DLR067-ALLOCS-LOADED.
020800 2300-EXIT.
020900     EXIT.
020903
020906*    A RECEIPT SEEN AGAIN ON A LATER EXTRACT OVERLAYS ITS ROW,
020909*    UNLESS DLR195 HAS SINCE CORRECTED OR REVERSED THAT ROW - THE
020912*    EXTRACT STILL CARRIES THE ORIGINAL FIGURES AND WOULD QUIETLY
020915*    UNDO THE CORRECTION.
020918 2400-STORE-HISTORY-ROW.
020921     MOVE ZERO            TO DLRCVHST-ADJ-COUNT.
020924     MOVE ZERO            TO DLRCVHST-LAST-ADJ-DATE.
020927     SET DLRCVHST-NOT-ADJUSTED TO TRUE.
020928     MOVE SPACES          TO DLRCVHST-INV-MATCH.
020929     MOVE ZERO            TO DLRCVHST-MATCH-DATE.
020930     MOVE 'Y' TO DLR067-ON-FILE-SW.
020933     WRITE DLRCVHST-RECORD
020936         INVALID KEY
020939             MOVE 'N' TO DLR067-ON-FILE-SW
020942     END-WRITE.
020945     IF  NOT DLR067-ON-FILE
020948         MOVE DLRCVHST-RECORD TO DLR067-NEW-IMAGE
020951         READ HISTORY-MASTER
020954         IF  DLRCVHST-NOT-ADJUSTED
020955             MOVE DLRCVHST-INV-MATCH TO DLR067-HOLD-MATCH
020957             MOVE DLR067-NEW-IMAGE TO DLRCVHST-RECORD
020958             MOVE DLR067-HOLD-MATCH TO DLRCVHST-INV-MATCH
020960             REWRITE DLRCVHST-RECORD
020963         ELSE
020966             ADD 1 TO DLR067-ROWS-KEPT
020969         END-IF
020972     END-IF.
020975 2400-EXIT.
020978     EXIT.
021000
021100 3000-RUN-INQUIRY.
021200     READ INQUIRY-CARD
031900     MOVE DLR067-ALLOCS-LOADED TO DLR067-T-ALLOCS.
032000     MOVE DLR067-ROWS-LISTED   TO DLR067-T-LISTED.
032100     WRITE HISTORY-LINE FROM DLR067-TOTAL-LINE.
032150     DISPLAY 'DLR067 CORRECTED ROWS KEPT = ' DLR067-ROWS-KEPT.
032200     CLOSE STDR-FILE
032300           INQUIRY-CARD
032400           HISTORY-MASTER
