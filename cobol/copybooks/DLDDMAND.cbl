000100*
000200*   DLDDMAND - DIRECT DEBIT MANDATE MASTER RECORD
000300*   ONE ROW PER INVOICE CUSTOMER-NUMBER PAYING BY DIRECT
000400*   DEBIT, MAINTAINED BY DLR223 FROM MANDATE CARDS AND HELD IN
000500*   CUSTOMER ORDER. DLR224 COLLECTS AN ACTIVE MANDATE'S DUE
000600*   INVOICES ON ITS COLLECTION DAY OF THE MONTH (A DAY PAST
000700*   THE END OF A SHORT MONTH FALLS ON THE LAST DAY). A
000800*   CANCELLED MANDATE IS KEPT FOR REFERENCE.
000900*
001000     03  DLDDMAND-CUSTOMER-NUMBER   PIC 9(09).
001100     03  DLDDMAND-STATUS            PIC X(01).
001200         88  DLDDMAND-ACTIVE                 VALUE 'A'.
001300         88  DLDDMAND-CANCELLED              VALUE 'C'.
001400     03  DLDDMAND-MANDATE-REF       PIC X(18).
001500     03  DLDDMAND-BANK-ACCOUNT.
001600         05  DLDDMAND-BANK-CODE     PIC X(04).
001700         05  DLDDMAND-BRANCH-CODE   PIC X(03).
001800         05  DLDDMAND-ACCOUNT-NO    PIC X(12).
001900     03  DLDDMAND-ACCOUNT-NAME      PIC X(20).
002000     03  DLDDMAND-COLLECTION-DAY    PIC 9(02).
002100     03  DLDDMAND-SIGNED-DATE       PIC 9(08).
002200     03  DLDDMAND-CANCEL-DATE       PIC 9(08).
002300     03  DLDDMAND-UPDATED-DATE      PIC 9(08).
002400     03  DLDDMAND-UPDATED-BY        PIC X(08).
002500     03  FILLER                     PIC X(19).
