000100*
000200*   DLDSPREG - INVOICE DISPUTE REGISTER RECORD
000300*   ONE ROW PER CUSTOMER-NUMBER / INVOICE-NUMBER IN DISPUTE,
000400*   MAINTAINED BY DLR222 FROM DISPUTE CARDS AND HELD IN KEY
000500*   ORDER. WHILE A DISPUTE IS OPEN DLR090 SENDS NO DUNNING
000600*   LETTER AND DLR142 ASSESSES NO LATE INTEREST ON THE
000700*   INVOICE, AND DLR143 SHOWS IT APART ON THE STATEMENT. A
000800*   RESOLVED DISPUTE STAYS ON THE REGISTER FOR THE DLR222
000900*   KEEP-DAYS PERIOD, WITH ITS CREDIT NOTE IF UPHELD.
001000*
001100     03  DLDSPREG-KEY.
001200         05  DLDSPREG-CUSTOMER-NUMBER
001300                                    PIC 9(09).
001400         05  DLDSPREG-INVOICE-NUMBER
001500                                    PIC X(10).
001600     03  DLDSPREG-STATUS            PIC X(01).
001700         88  DLDSPREG-OPEN                   VALUE 'O'.
001800         88  DLDSPREG-UPHELD                 VALUE 'U'.
001900         88  DLDSPREG-REJECTED               VALUE 'R'.
002000     03  DLDSPREG-CUSTOMER-NAME     PIC X(20).
002100     03  DLDSPREG-RAISED-DATE       PIC 9(08).
002200     03  DLDSPREG-RAISED-BY         PIC X(08).
002300     03  DLDSPREG-UPDATED-DATE      PIC 9(08).
002400     03  DLDSPREG-UPDATED-BY        PIC X(08).
002500     03  DLDSPREG-RESOLVED-DATE     PIC 9(08).
002600     03  DLDSPREG-DISPUTED-AMOUNT   PIC 9(04).
002700     03  DLDSPREG-CREDIT-AMOUNT     PIC 9(04).
002800     03  DLDSPREG-CREDIT-NOTE       PIC X(10).
002900     03  DLDSPREG-REASON            PIC X(20).
003000     03  FILLER                     PIC X(02).
