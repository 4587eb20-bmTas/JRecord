000100*
000200*   DLPOAPPQ - PO VALUE AND APPROVAL QUEUE RECORD
000300*   ONE ROW PER PO DLR210 HAS VALUED ON THE AMS DOWNLOAD,
000400*   HOLDING ITS LOCAL VALUE (PACK-QTY TIMES PACK-COST, THROUGH
000500*   DLFXRATE FOR A FOREIGN VENDOR) AND THE BUYER IT WAS
000600*   CHARGED TO. A PO WITHIN THE BUYER'S AUTHORITY IS STATUS W;
000700*   ONE ABOVE IT IS QUEUED AS STATUS P AND HELD OFF THE
000800*   DOWNLOAD UNTIL DLR211 APPLIES AN AUTHORISATION CARD FROM
000900*   A BUYER WITH ENOUGH AUTHORITY, WHICH MAKES IT STATUS A.
001000*   AN APPROVED ORDER WHOSE VALUE LATER RISES ABOVE THE VALUE
001100*   APPROVED GOES BACK TO THE QUEUE. THE COMMITTED VALUE IS
001200*   THE PART OF THE ORDER ALREADY ADDED TO THE BUYER'S MONTH.
001300*
001400     03  DLPOAPPQ-PO-NO             PIC 9(12).
001500     03  DLPOAPPQ-VENDOR            PIC 9(10).
001600     03  DLPOAPPQ-DEPARTMENT        PIC X(04).
001700     03  DLPOAPPQ-RAISING-BUYER     PIC X(06).
001800     03  DLPOAPPQ-CURRENCY          PIC X(03).
001900     03  DLPOAPPQ-QUOTED-VALUE      PIC S9(13)V99 COMP-3.
002000     03  DLPOAPPQ-PO-VALUE          PIC S9(13)V99 COMP-3.
002100     03  DLPOAPPQ-STATUS            PIC X(01).
002200         88  DLPOAPPQ-WITHIN-AUTHORITY       VALUE 'W'.
002300         88  DLPOAPPQ-PENDING                VALUE 'P'.
002400         88  DLPOAPPQ-APPROVED               VALUE 'A'.
002500*    WHY THE ORDER WAS QUEUED - S ABOVE THE BUYER'S SINGLE-PO
002600*    LIMIT, M OVER THE MONTHLY LIMIT, N NO BUYER HOLDS THE
002700*    DEPARTMENT, I THE BUYER IS INACTIVE, V VALUE RAISED
002800*    ABOVE THE VALUE APPROVED.
002900     03  DLPOAPPQ-HOLD-REASON       PIC X(01).
003000     03  DLPOAPPQ-FIRST-VALUED-DATE PIC 9(08).
003100     03  DLPOAPPQ-LAST-VALUED-DATE  PIC 9(08).
003200     03  DLPOAPPQ-QUEUED-DATE       PIC 9(08).
003300     03  DLPOAPPQ-APPROVED-VALUE    PIC S9(13)V99 COMP-3.
003400     03  DLPOAPPQ-APPROVER-ID       PIC X(06).
003500     03  DLPOAPPQ-APPROVED-DATE     PIC 9(08).
003600     03  DLPOAPPQ-COMMITTED-VALUE   PIC S9(13)V99 COMP-3.
003700     03  FILLER                     PIC X(20).
