000100*
000200*   DLSLHOLD - SHORT-LIFE ASN LINE HOLD REGISTER RECORD
000300*   ONE ROW PER STDR ASN PRODUCT LINE WHOSE USE-BY DATE LEAVES
000400*   LESS THAN THE DLSHLFMF MINIMUM SHELF LIFE ON THE SCHEDULED
000500*   DELIVERY DATE. DLR192 WRITES THE ROW HELD; THE DC QUALITY
000600*   TEAM'S DECISION, POSTED BY DLR193, MARKS IT ACCEPTED OR
000700*   REJECTED, AND A REJECTED LINE GOES TO DLR068 AS A
000800*   SHORT-LIFE CHARGEBACK CLAIM. DLR194 RANKS THE SUPPLIERS
000900*   FROM THESE ROWS EACH MONTH. LIFE DAYS ARE NEGATIVE WHEN
001000*   THE STOCK IS ALREADY PAST ITS USE-BY DATE ON ARRIVAL.
001100*
001200     03  DLSLHOLD-KEY.
001300         05  DLSLHOLD-ASN           PIC X(30).
001400         05  DLSLHOLD-SCM-SEQ-NO    PIC 9(09).
001500         05  DLSLHOLD-PROD-SEQ-NO   PIC 9(05).
001600     03  DLSLHOLD-SUP-ID            PIC 9(08).
001700     03  DLSLHOLD-SUP-NAME          PIC X(35).
001800     03  DLSLHOLD-ORDER-NO          PIC X(12).
001900     03  DLSLHOLD-STORE-NO          PIC 9(04).
002000     03  DLSLHOLD-SCM               PIC X(20).
002100     03  DLSLHOLD-PROD-NO           PIC 9(14).
002200     03  DLSLHOLD-KEYCODE-NO        PIC X(08).
002300     03  DLSLHOLD-DEPT-NO           PIC 9(03).
002400     03  DLSLHOLD-QTY-SHIPPED       PIC S9(09)V99 COMP-3.
002500     03  DLSLHOLD-DLVY-DATE         PIC 9(08).
002600     03  DLSLHOLD-USE-BY-DATE       PIC 9(08).
002700     03  DLSLHOLD-LIFE-DAYS         PIC S9(05)   COMP-3.
002800     03  DLSLHOLD-MIN-LIFE-DAYS     PIC 9(03).
002900     03  DLSLHOLD-HELD-DATE         PIC 9(08).
003000     03  DLSLHOLD-STATUS            PIC X(01).
003100         88  DLSLHOLD-HELD                   VALUE 'H'.
003200         88  DLSLHOLD-ACCEPTED               VALUE 'A'.
003300         88  DLSLHOLD-REJECTED               VALUE 'R'.
003400     03  DLSLHOLD-DECISION-DATE     PIC 9(08).
003500     03  DLSLHOLD-INSPECTOR-ID      PIC X(08).
003600     03  FILLER                     PIC X(20).
