000100*
000200*   DLDDDISH - DIRECT DEBIT DISHONOUR NOTICE RECORD
000300*   WRITTEN BY DLR225 FOR EACH RETURNED COLLECTION AFTER THE
000400*   PAYMENT HAS BEEN REVERSED AND THE DISHONOUR FEE RAISED.
000500*   DLR090 READS THE DAY'S NOTICES TO SEND THE CUSTOMER A
000600*   DISHONOUR LETTER AND PUT THE RE-OPENED INVOICE STRAIGHT
000700*   ONTO THE COLLECTIONS WORKLIST, WHATEVER ITS AGE.
000800*
000900     03  DLDDDISH-KEY.
001000         05  DLDDDISH-CUSTOMER-NUMBER
001100                                    PIC 9(09).
001200         05  DLDDDISH-INVOICE-NUMBER
001300                                    PIC X(10).
001400     03  DLDDDISH-AMOUNT            PIC 9(04).
001500     03  DLDDDISH-RETURN-DATE       PIC 9(08).
001600     03  DLDDDISH-REASON-CODE       PIC X(04).
001700     03  DLDDDISH-FEE-INVOICE       PIC X(10).
001800     03  DLDDDISH-FEE-AMOUNT        PIC 9(04).
001900     03  FILLER                     PIC X(11).
