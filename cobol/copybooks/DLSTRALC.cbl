000100*
000200*   DLSTRALC - PRE-ALLOCATED STORE SPLIT OF AN INBOUND PO LINE
000300*   ONE ROW PER PO / PRODUCT / DC / STORE THE DLR212 ALLOCATION
000400*   ENGINE SENDS PACKS TO, PLUS ONE RESERVE ROW PER PO / PRODUCT
000500*   / DC FOR THE PACKS NO STORE TAKES. PASSED TO THE WMS AHEAD
000600*   OF THE ASN SO THE STORE PACKS CAN BE CROSS-DOCKED ON THE
000700*   DAY THE GOODS ARE RECEIVED AND ONLY THE RESERVE PACKS ARE
000800*   PUT AWAY.
000900*
001000     03  DLSTRALC-PO-NO             PIC 9(12).
001100     03  DLSTRALC-VENDOR-NO         PIC 9(10).
001200     03  DLSTRALC-DC-NUMBER         PIC 9(04).
001300     03  DLSTRALC-PRODUCT-NO        PIC 9(08).
001400     03  DLSTRALC-APN               PIC 9(13).
001500     03  DLSTRALC-ALLOC-TYPE        PIC X(01).
001600         88  DLSTRALC-TO-STORE               VALUE 'S'.
001700         88  DLSTRALC-TO-RESERVE             VALUE 'R'.
001800*    ZERO ON A RESERVE ROW.
001900     03  DLSTRALC-STORE-NO          PIC 9(04).
002000     03  DLSTRALC-PACKS             PIC 9(08).
002100     03  DLSTRALC-EXP-RECEIPT-DATE  PIC 9(08).
002200     03  DLSTRALC-ALLOC-DATE        PIC 9(08).
002300     03  FILLER                     PIC X(20).
