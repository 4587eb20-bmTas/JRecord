000100*
000200*   DLCONSAG - CONSIGNMENT AGREEMENT MASTER RECORD
000300*   ONE ROW PER KEYCODE HELD ON CONSIGNMENT, KEPT BY DLR230
000400*   FROM THE CONSIGNMENT TEAM'S AGREEMENT CARDS. THE VENDOR
000500*   OWNS THE STOCK UNTIL IT SELLS AND IS PAID ON SELL-THROUGH,
000600*   EITHER AT A UNIT COST FOR EACH NET UNIT SOLD (BASIS C) OR
000700*   AT THE NET SALES VALUE LESS OUR MARGIN PERCENT (BASIS R).
000800*   THE CYCLE IS WEEKLY (W) OR MONTHLY (M). AN END DATE OF
000900*   ZERO LEAVES THE AGREEMENT OPEN. DLR231 SETTLES THE SALES
001000*   ON DTAR020 AFTER THE SETTLED-TO DATE UP TO EACH CYCLE'S
001100*   CUT-OFF AND MOVES THE SETTLED-TO DATE ON, SO NO SALE IS
001200*   PAID TWICE. CONSIGNMENT KEYCODES ARE LEFT OUT OF THE
001300*   STOCK VALUATIONS AND THE GRNI ACCRUAL.
001400*
001500     03  DLCONSAG-KEYCODE-NO        PIC X(08).
001600     03  DLCONSAG-SUP-ID            PIC 9(08).
001700     03  DLCONSAG-DESCRIPTION       PIC X(30).
001800     03  DLCONSAG-BASIS             PIC X(01).
001900         88  DLCONSAG-COST-BASIS             VALUE 'C'.
002000         88  DLCONSAG-RETAIL-BASIS           VALUE 'R'.
002100     03  DLCONSAG-UNIT-COST         PIC 9(07)V99.
002200     03  DLCONSAG-MARGIN-PCT        PIC 9(02)V99.
002300     03  DLCONSAG-CYCLE             PIC X(01).
002400         88  DLCONSAG-WEEKLY                 VALUE 'W'.
002500         88  DLCONSAG-MONTHLY                VALUE 'M'.
002600     03  DLCONSAG-START-DATE        PIC 9(08).
002700     03  DLCONSAG-END-DATE          PIC 9(08).
002800     03  DLCONSAG-SETTLED-TO        PIC 9(08).
002900     03  DLCONSAG-LAST-SETTLE-DATE  PIC 9(08).
003000     03  DLCONSAG-LAST-MAINT-DATE   PIC 9(08).
003100     03  FILLER                     PIC X(20).
