001400     03  DLINVPOS-RECEIPTS-QTY      PIC S9(09)   COMP-3.
001500     03  DLINVPOS-SALES-QTY         PIC S9(09)   COMP-3.
001600     03  DLINVPOS-LAST-UPD-DATE     PIC 9(08).
001700*    STOCK SHIPPED TO THIS STORE ON A TRANSFER (DLXFRTR) AND NOT
001800*    YET CONFIRMED RECEIVED - NOT PART OF ON-HAND UNTIL IT IS.
001900     03  DLINVPOS-IN-TRANSIT-QTY    PIC S9(09)   COMP-3.
