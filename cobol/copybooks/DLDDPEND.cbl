000100*
000200*   DLDDPEND - DIRECT DEBIT PENDING COLLECTION REGISTER RECORD
000300*   ONE ROW PER INVOICE COLLECTED BY DLR224, IDENTIFIED TO THE
000400*   BANK BY ITS ITEM REFERENCE. THE EXPECTED PAYMENT IS POSTED
000500*   TO THE INVOICE ON THE COLLECTION DATE (THROUGH THE DLR091
000600*   PAYIN FEED) BUT STAYS PENDING HERE UNTIL THE BANK'S RETURN
000700*   WINDOW CLOSES. DLR225 MARKS IT RETURNED FROM THE BANK'S
000800*   DISHONOUR FILE - REVERSING THE PAYMENT - OR CLEARED ONCE
000900*   THE WINDOW HAS PASSED, AND DROPS SETTLED ROWS AFTER ITS
001000*   KEEP-DAYS PERIOD.
001100*
001200     03  DLDDPEND-ITEM-REF          PIC X(16).
001300     03  DLDDPEND-CUSTOMER-NUMBER   PIC 9(09).
001400     03  DLDDPEND-INVOICE-NUMBER    PIC X(10).
001500     03  DLDDPEND-COLLECTION-DATE   PIC 9(08).
001600     03  DLDDPEND-STATUS            PIC X(01).
001700         88  DLDDPEND-PENDING                VALUE 'P'.
001800         88  DLDDPEND-CLEARED                VALUE 'C'.
001900         88  DLDDPEND-RETURNED               VALUE 'R'.
002000     03  DLDDPEND-AMOUNT            PIC 9(04).
002100     03  DLDDPEND-MANDATE-REF       PIC X(18).
002200     03  DLDDPEND-SETTLED-DATE      PIC 9(08).
002300     03  DLDDPEND-RETURN-REASON     PIC X(04).
002400     03  DLDDPEND-FEE-INVOICE       PIC X(10).
002500     03  FILLER                     PIC X(12).
