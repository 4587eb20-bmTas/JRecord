000100*
000200*   DLDLVADV - STORE EXPECTED DELIVERY ADVICE RECORD
000300*   WRITTEN BY DLR197 FOR EVERY LOAD UNIT PLANNED ONTO A
000400*   TRAILER: ONE ROW PER SSCC FOR A CROSS-DOCK ASN ORDER (ONE
000500*   ROW WITH A BLANK SSCC WHEN THE ORDER CAME WITH NO
000600*   CONTAINERS) AND ONE ROW PER DC STOCK ALLOCATION. THE STORE
000700*   CHECKS ITS DELIVERY IN AGAINST THESE ROWS.
000800*
000900     03  DLDLVADV-STORE-NO          PIC 9(04).
001000     03  DLDLVADV-DLVY-DATE         PIC 9(08).
001100     03  DLDLVADV-RUN-ID            PIC X(04).
001200     03  DLDLVADV-TRAILER-NO        PIC 9(02).
001300     03  DLDLVADV-DROP-SEQ          PIC 9(03).
001400     03  DLDLVADV-UNIT-TYPE         PIC X(01).
001500         88  DLDLVADV-CROSS-DOCK             VALUE 'X'.
001600         88  DLDLVADV-DC-STOCK               VALUE 'A'.
001700     03  DLDLVADV-ASN               PIC X(30).
001800     03  DLDLVADV-ORDER-NO          PIC X(12).
001900     03  DLDLVADV-SSCC              PIC X(20).
002000     03  DLDLVADV-RECEIPT-LOCN      PIC 9(04).
002100     03  DLDLVADV-RECEIPT-NO        PIC 9(09).
002200     03  DLDLVADV-KEYCODE-NO        PIC X(08).
002300     03  DLDLVADV-UNITS             PIC 9(09).
002400     03  DLDLVADV-CARTONS           PIC 9(07).
002500     03  DLDLVADV-WEIGHT            PIC 9(08)V9(3).
002600     03  FILLER                     PIC X(20).
