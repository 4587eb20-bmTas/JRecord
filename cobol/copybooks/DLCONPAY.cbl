000100*
000200*   DLCONPAY - CONSIGNMENT PAYABLE RECORD
000300*   ONE ROW PER CONSIGNMENT VENDOR SETTLED BY DLR231, WRITTEN
000400*   TO CONSGPAY: THE SETTLEMENT DATE, THE LAST SALE DATE THE
000500*   PAYMENT COVERS, THE KEYCODES SOLD, NET SALES AND THE AMOUNT
000600*   DUE TO THE VENDOR. DLR202 LOADS EACH POSITIVE AMOUNT ONTO
000700*   THE OPEN-PAYABLES FILE.
000800*
000900     03  DLCONPAY-SUP-ID            PIC 9(08).
001000     03  DLCONPAY-SETTLE-DATE       PIC 9(08).
001100     03  DLCONPAY-PERIOD-TO         PIC 9(08).
001200     03  DLCONPAY-KEYCODES          PIC 9(05).
001300     03  DLCONPAY-NET-SALES         PIC S9(11)V99 COMP-3.
001400     03  DLCONPAY-AMOUNT            PIC S9(11)V99 COMP-3.
