000100*
000200*   DLDDRETN - DIRECT DEBIT RETURN FILE RECORD (BANK LAYOUT)
000300*   THE BANK'S DISHONOUR FILE: ONE HEADER, ONE RETURN RECORD
000400*   PER DEBIT THE PAYER'S BANK REFUSED (QUOTING THE ITEM
000500*   REFERENCE FROM THE DLDDCOLL COLLECTION FILE AND THE
000600*   BANK'S REASON CODE), THEN ONE TRAILER WITH THE RECORD
000700*   COUNT AND AMOUNT TOTAL. READ BY DLR225.
000800*
000900     03  DLDDRETN-REC-TYPE          PIC X(01).
001000         88  DLDDRETN-HEADER                 VALUE 'H'.
001100         88  DLDDRETN-RETURN                 VALUE 'R'.
001200         88  DLDDRETN-TRAILER                VALUE 'T'.
001300     03  DLDDRETN-RETURN-DATA.
001400         05  DLDDRETN-R-ITEM-REF    PIC X(16).
001500         05  DLDDRETN-R-MANDATE-REF PIC X(18).
001600         05  DLDDRETN-R-AMOUNT      PIC 9(09)V99.
001700         05  DLDDRETN-R-RETURN-DATE PIC 9(08).
001800         05  DLDDRETN-R-REASON-CODE PIC X(04).
001900         05  DLDDRETN-R-REASON-TEXT PIC X(20).
002000         05  FILLER                 PIC X(02).
002100     03  DLDDRETN-HEADER-DATA REDEFINES DLDDRETN-RETURN-DATA.
002200         05  DLDDRETN-H-ORIGINATOR  PIC 9(09).
002300         05  DLDDRETN-H-FILE-DATE   PIC 9(08).
002400         05  FILLER                 PIC X(62).
002500     03  DLDDRETN-TRAILER-DATA REDEFINES DLDDRETN-RETURN-DATA.
002600         05  DLDDRETN-T-RETURNS     PIC 9(07).
002700         05  DLDDRETN-T-AMOUNT      PIC 9(13)V99.
002800         05  FILLER                 PIC X(57).
