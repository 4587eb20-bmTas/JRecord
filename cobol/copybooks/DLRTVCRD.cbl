000100*
000200*   DLRTVCRD - RETURN-TO-VENDOR CREDIT RECORD
000300*   ONE VENDOR CREDIT PER RTV APPLIED BY DLR121, WRITTEN TO
000400*   RTVCRED AND VALUED AT THE RECEIPT UNIT COST. DLR202 LOADS
000500*   EACH CREDIT WITH A VALUE ONTO THE OPEN-PAYABLES FILE AS A
000600*   DEDUCTION AGAINST THE VENDOR.
000700*
000800     03  DLRTVCRD-SUP-ID            PIC 9(08).
000900     03  DLRTVCRD-RTV-DATE          PIC 9(08).
001000     03  DLRTVCRD-RECEIPT-LOCN      PIC 9(04).
001100     03  DLRTVCRD-RECEIPT-NO        PIC 9(09).
001200     03  DLRTVCRD-PROD-NO           PIC 9(14).
001300     03  DLRTVCRD-QTY               PIC 9(09).
001400     03  DLRTVCRD-REASON            PIC X(04).
001500     03  DLRTVCRD-CLAIM-NO          PIC 9(08).
001600     03  DLRTVCRD-CREDIT-VALUE      PIC 9(09)V99.
001700     03  FILLER                     PIC X(05).
