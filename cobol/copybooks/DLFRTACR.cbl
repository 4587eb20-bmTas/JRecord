000100*
000200*   DLFRTACR - CARRIER FREIGHT ACCRUAL LEDGER RECORD
000300*   ONE ROW PER DELIVERED ASN BY CARRIER CONNOTE, WRITTEN BY
000400*   DLR199 WITH WHAT THE DELIVERY SHOULD COST ON THE CARRIER'S
000500*   RATE CARD. A ROW WITH NO RATE CARD IS HELD UNRATED AT ZERO
000600*   AND COSTED ON THE FIRST NIGHT A CARD EXISTS. THE MONTH-END
000700*   AUDIT (DLR200) MARKS THE ROWS OF EACH CONNOTE THE CARRIER
000800*   BILLS WITH THE INVOICE, SO A CONNOTE BILLED TWICE SHOWS.
000900*   THE BILLED AMOUNT IS HELD ON THE CONNOTE'S FIRST ROW.
000910*   TRIED-DATE IS THE LAST NIGHT DLR199 PUT THE ROW TO THE
000920*   RATE CARDS, SO ITS LEDGER SWEEP SKIPS A ROW ALREADY TRIED.
001000*
001100     03  DLFRTACR-KEY.
001200         05  DLFRTACR-CONNOTE       PIC X(20).
001300         05  DLFRTACR-ASN           PIC X(30).
001400     03  DLFRTACR-CARRIER           PIC X(08).
001500     03  DLFRTACR-DC-NO             PIC 9(04).
001600     03  DLFRTACR-SUP-ID            PIC 9(08).
001700     03  DLFRTACR-DLVY-DATE         PIC 9(08).
001800     03  DLFRTACR-WEIGHT            PIC 9(08)V9(3).
001900     03  DLFRTACR-PALLETS           PIC 9(07).
002000     03  DLFRTACR-RATE-STATUS       PIC X(01).
002100         88  DLFRTACR-RATED                  VALUE 'R'.
002200         88  DLFRTACR-UNRATED                VALUE 'U'.
002300     03  DLFRTACR-RATE-DC-NO        PIC 9(04).
002400     03  DLFRTACR-WEIGHT-AMT        PIC S9(07)V99 COMP-3.
002500     03  DLFRTACR-PALLET-AMT        PIC S9(07)V99 COMP-3.
002600     03  DLFRTACR-FUEL-AMT          PIC S9(07)V99 COMP-3.
002700     03  DLFRTACR-ACCRUED-AMT       PIC S9(07)V99 COMP-3.
002800     03  DLFRTACR-ACCRUAL-DATE      PIC 9(08).
002900     03  DLFRTACR-INV-STATUS        PIC X(01).
003000         88  DLFRTACR-NOT-INVOICED           VALUE ' '.
003100         88  DLFRTACR-INVOICED               VALUE 'I'.
003200     03  DLFRTACR-INVOICE-NO        PIC X(12).
003300     03  DLFRTACR-INVOICE-DATE      PIC 9(08).
003400     03  DLFRTACR-BILLED-AMT        PIC S9(07)V99 COMP-3.
003450     03  DLFRTACR-TRIED-DATE        PIC 9(08).
003500     03  FILLER                     PIC X(12).
