000100*
000200*   DLBDPROV - BAD DEBT PROVISION BALANCE CONTROL RECORD
000300*   A SINGLE ROW CARRYING THE PROVISION FOR DOUBTFUL DEBTS
000400*   HELD AGAINST THE INVOICE LEDGER. DLR227 SETS IT TO THE
000500*   MONTH-END REQUIREMENT AND JOURNALS THE MOVEMENT; DLR226
000600*   REDUCES IT BY EACH WRITE-OFF POSTED AGAINST IT IN THE
000700*   MONTH, SO THE NEXT MONTH-END MOVEMENT IS THE CHARGE NEEDED
000800*   TO RESTORE IT.
000900*
001000     03  DLBDPROV-BALANCE           PIC S9(11)V99.
001100     03  DLBDPROV-LAST-CALC-DATE    PIC 9(08).
001200     03  DLBDPROV-LAST-REQUIRED     PIC S9(11)V99.
001300     03  DLBDPROV-WOFF-SINCE-CALC   PIC 9(11)V99.
001400     03  DLBDPROV-UPDATED-DATE      PIC 9(08).
001500     03  DLBDPROV-UPDATED-BY        PIC X(08).
001600     03  FILLER                     PIC X(17).
