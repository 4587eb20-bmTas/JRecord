001100         88  DLVENDMF-ACTIVE                 VALUE 'A'.
001200         88  DLVENDMF-CLOSED                 VALUE 'C'.
001300         88  DLVENDMF-STOP-CREDIT            VALUE 'S'.
001310*    PAYMENT TERMS AS DLR202 DUE-DATES PAYABLES - NDDD IS NET
001320*    DDD DAYS FROM THE INVOICE OR RECEIPT DATE, EDDD IS DDD DAYS
001330*    AFTER THE END OF THAT MONTH; ANYTHING ELSE IS DUE AT ONCE.
001400     03  DLVENDMF-PAYMENT-TERMS     PIC X(04).
001500*    QUOTE CURRENCY OF THE VENDOR'S PACK-COSTS ON THE AMS PO
001600*    DOWNLOAD - SPACES MEANS LOCAL CURRENCY, ANYTHING ELSE IS
001700*    CONVERTED THROUGH DLFXRATE AT LOAD TIME.
001710*    VENDORS ARE ALSO PAID IN THIS CURRENCY BY DLR203/DLR204.
001800     03  DLVENDMF-CURRENCY          PIC X(03).
