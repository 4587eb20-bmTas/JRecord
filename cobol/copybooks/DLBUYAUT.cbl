000100*
000200*   DLBUYAUT - BUYER AUTHORITY MASTER RECORD
000300*   ONE ROW PER BUYER OR MERCHANDISE MANAGER, KEPT BY DLR209
000400*   FROM THE BUYING OFFICE'S AUTHORITY CARDS. A ROLE B ROW IS
000500*   THE BUYER WHO RAISES THE ORDERS OF ITS DEPARTMENT - THE
000600*   AMS DOWNLOAD CARRIES NO BUYER, SO DLR210 CHARGES EACH PO
000700*   TO THE ROLE B ROW HOLDING THE PO'S DEPARTMENT. A ROLE A
000800*   ROW ONLY AUTHORISES OTHER BUYERS' ORDERS. A DEPARTMENT
000900*   SCOPE OF SPACES COVERS EVERY DEPARTMENT (ROLE A ONLY).
001000*   LIMITS ARE LOCAL CURRENCY. DLR210 ADDS EACH ORDER IT
001100*   LETS THROUGH TO THE RAISING BUYER'S MONTH-TO-DATE
001200*   COMMITTED VALUE, STARTING AGAIN AT ZERO IN A NEW MONTH.
001300*
001400     03  DLBUYAUT-BUYER-ID          PIC X(06).
001500     03  DLBUYAUT-BUYER-NAME        PIC X(30).
001600     03  DLBUYAUT-ROLE              PIC X(01).
001700         88  DLBUYAUT-RAISES-ORDERS          VALUE 'B'.
001800         88  DLBUYAUT-AUTHORISER-ONLY        VALUE 'A'.
001900     03  DLBUYAUT-DEPT-SCOPE        PIC X(04).
002000         88  DLBUYAUT-ALL-DEPTS              VALUE SPACES.
002100     03  DLBUYAUT-STATUS            PIC X(01).
002200         88  DLBUYAUT-ACTIVE                 VALUE 'A'.
002300         88  DLBUYAUT-INACTIVE               VALUE 'I'.
002400     03  DLBUYAUT-MAX-PO-VALUE      PIC S9(09)V99 COMP-3.
002500     03  DLBUYAUT-MONTH-LIMIT       PIC S9(11)V99 COMP-3.
002600     03  DLBUYAUT-MTD-MONTH         PIC 9(06).
002700     03  DLBUYAUT-MTD-COMMITTED     PIC S9(11)V99 COMP-3.
002800     03  DLBUYAUT-LAST-MAINT-DATE   PIC 9(08).
002900     03  FILLER                     PIC X(20).
