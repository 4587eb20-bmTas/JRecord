000100*
000200*   DLREBAGR - VENDOR REBATE AGREEMENT MASTER RECORD
000300*   ONE ROW PER VENDOR PER AGREEMENT PERIOD, KEPT BY DLR205
000400*   FROM THE BUYING OFFICE'S TRADING TERMS. PURCHASES ARE
000500*   VALUED AT RECEIPT COST (BASIS R) OR AT THE ORDER VALUE OF
000600*   EACH PO RECEIVED AGAINST (BASIS P). THE RATE OF THE
000700*   HIGHEST TIER WHOSE THRESHOLD THE PERIOD'S PURCHASES HAVE
000800*   REACHED IS EARNED ON ALL OF THEM; A FIRST TIER AT ZERO
000900*   EARNS FROM THE FIRST DOLLAR. UNUSED TIERS ARE ZERO.
001000*   THRESHOLDS ARE WHOLE LOCAL CURRENCY UNITS.
001100*   DLR206 FILLS IN THE PURCHASES, TIER AND REBATE EACH MONTH,
001200*   ACCRUES THE REBATE RECEIVABLE AND, ONCE THE PERIOD HAS
001300*   ENDED, RAISES THE CLAIM ON DLCLAIMR AND MARKS THE
001400*   AGREEMENT CLAIMED.
001500*
001600     03  DLREBAGR-KEY.
001700         05  DLREBAGR-SUP-ID        PIC 9(08).
001800         05  DLREBAGR-PERIOD-START  PIC 9(08).
001900     03  DLREBAGR-PERIOD-END        PIC 9(08).
002000     03  DLREBAGR-DESCRIPTION       PIC X(30).
002100     03  DLREBAGR-BASIS             PIC X(01).
002200         88  DLREBAGR-RECEIPT-BASIS          VALUE 'R'.
002300         88  DLREBAGR-PO-BASIS               VALUE 'P'.
002400     03  DLREBAGR-TIER OCCURS 5 TIMES.
002500         05  DLREBAGR-TIER-FROM     PIC 9(09).
002600         05  DLREBAGR-TIER-PCT      PIC 9(02)V99.
002700     03  DLREBAGR-STATUS            PIC X(01).
002800         88  DLREBAGR-ACTIVE                 VALUE 'A'.
002900         88  DLREBAGR-CLAIMED                VALUE 'C'.
003000     03  DLREBAGR-PURCHASES         PIC S9(11)V99 COMP-3.
003100     03  DLREBAGR-TIER-REACHED      PIC 9(01).
003200     03  DLREBAGR-REBATE-EARNED     PIC S9(09)V99 COMP-3.
003300     03  DLREBAGR-REBATE-ACCRUED    PIC S9(09)V99 COMP-3.
003400     03  DLREBAGR-LAST-ACCRUAL-DATE PIC 9(08).
003500     03  DLREBAGR-CLAIM-NO          PIC 9(08).
003600     03  DLREBAGR-CLAIM-DATE        PIC 9(08).
003700     03  DLREBAGR-LAST-MAINT-DATE   PIC 9(08).
003800     03  FILLER                     PIC X(20).
