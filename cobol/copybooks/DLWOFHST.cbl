000100*
000200*   DLWOFHST - BAD DEBT WRITE-OFF HISTORY RECORD
000300*   ONE ROW PER INVOICE WRITTEN OFF BY DLR226 ON AN APPROVED
000400*   WRITE-OFF CARD, ADDED IN THE ORDER WRITTEN OFF. THE
000500*   INVOICE ITSELF LEAVES THE INVOICES GROUP THROUGH A DLR092
000600*   WRITE-OFF (W) CARD; THIS ROW IS THE PERMANENT RECORD OF IT.
000700*   A LATER RECEIPT AGAINST THE INVOICE IS TAKEN BY DLR091 AS
000800*   BAD-DEBT-RECOVERED INCOME AND ADDED TO RECOVERED-AMOUNT.
000900*
001000     03  DLWOFHST-KEY.
001100         05  DLWOFHST-CUSTOMER-NUMBER
001200                                    PIC 9(09).
001300         05  DLWOFHST-INVOICE-NUMBER
001400                                    PIC X(10).
001500     03  DLWOFHST-WOFF-REF          PIC X(10).
001600     03  DLWOFHST-INVOICE-DATE      PIC X(10).
001700     03  DLWOFHST-AMOUNT            PIC 9(04).
001800     03  DLWOFHST-WOFF-DATE         PIC 9(08).
001900     03  DLWOFHST-APPROVED-BY       PIC X(08).
002000     03  DLWOFHST-REASON            PIC X(20).
002100     03  DLWOFHST-RECOVERED-AMOUNT  PIC 9(04).
002200     03  DLWOFHST-LAST-RECOVERY     PIC 9(08).
002300     03  FILLER                     PIC X(09).
