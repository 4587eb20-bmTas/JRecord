000100*
000200*   DLCARINV - CARRIER FREIGHT INVOICE LINE
000300*   ONE ROW PER CONNOTE ON A CARRIER'S MONTHLY FREIGHT INVOICE,
000400*   AS RECEIVED FROM THE CARRIER. THE BILLED AMOUNT INCLUDES
000500*   THE FUEL LEVY. AUDITED BY DLR200 AGAINST THE DLFRTACR
000600*   ACCRUAL LEDGER.
000700*
000800     03  DLCARINV-CARRIER           PIC X(08).
000900     03  DLCARINV-INVOICE-NO        PIC X(12).
001000     03  DLCARINV-INVOICE-DATE      PIC 9(08).
001100     03  DLCARINV-CONNOTE           PIC X(20).
001200     03  DLCARINV-BILLED-WEIGHT     PIC 9(08)V9(3).
001300     03  DLCARINV-BILLED-PALLETS    PIC 9(05).
001400     03  DLCARINV-BILLED-AMT        PIC 9(07)V99.
001500     03  FILLER                     PIC X(07).
