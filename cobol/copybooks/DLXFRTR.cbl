000100*
000200*   DLXFRTR - STOCK TRANSFER IN-TRANSIT RECORD
000300*   ONE ROW PER TRANSFER NUMBER AND KEYCODE, WRITTEN BY DLR161
000400*   WHEN THE SENDING STORE OR DC RAISES THE TRANSFER-OUT AND
000500*   CLOSED WHEN THE RECEIVING STORE CONFIRMS THE TRANSFER-IN.
000600*   WHILE THE ROW IS IN TRANSIT THE QUANTITY IS OFF THE SENDER'S
000700*   DLINVPOS ON-HAND AND SITS IN THE RECEIVER'S IN-TRANSIT
000800*   QTY; ROWS LEFT IN TRANSIT PAST THE AGEING LIMIT ARE WHERE
000900*   STOCK GOES MISSING BETWEEN SITES.
001000*
001100     03  DLXFRTR-KEY.
001200         05  DLXFRTR-TRANSFER-NO    PIC X(10).
001300         05  DLXFRTR-KEYCODE-NO     PIC X(08).
001400     03  DLXFRTR-FROM-TYPE          PIC X(01).
001500         88  DLXFRTR-FROM-STORE              VALUE 'S'.
001600         88  DLXFRTR-FROM-DC                 VALUE 'D'.
001700     03  DLXFRTR-FROM-LOC           PIC 9(04).
001800     03  DLXFRTR-TO-STORE           PIC 9(04).
001900     03  DLXFRTR-SHIP-QTY           PIC S9(07)   COMP-3.
002000     03  DLXFRTR-SHIP-DATE          PIC 9(08).
002100     03  DLXFRTR-RECV-QTY           PIC S9(07)   COMP-3.
002200     03  DLXFRTR-RECV-DATE          PIC 9(08).
002300     03  DLXFRTR-STATUS             PIC X(01).
002400         88  DLXFRTR-IN-TRANSIT              VALUE 'T'.
002500         88  DLXFRTR-CONFIRMED               VALUE 'C'.
