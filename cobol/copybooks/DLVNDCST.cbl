000100*
000200*   DLVNDCST - EFFECTIVE-DATED VENDOR COST MASTER RECORD
000300*   ONE ROW PER VENDOR / APN / EFFECTIVE DATE, ONE FOR EVERY
000400*   COST PRICE CHANGE A VENDOR NOTIFIES, ENTERED BY DLR213 FROM
000500*   THE BUYING OFFICE'S CARDS. THE COST IN FORCE ON A DATE IS
000600*   THE STANDING ROW WITH THE LATEST EFFECTIVE DATE ON OR
000700*   BEFORE IT. A BUYER MAY DISPUTE A CHANGE BEFORE ITS
000800*   EFFECTIVE DATE; A DISPUTED OR WITHDRAWN ROW IS NEVER IN
000900*   FORCE. DLR123 RE-PRICES A RECEIPT BY THE CHANGE IN FORCE ON
001000*   ITS RECEIPT DATE BEFORE CALLING AN INVOICE A PRICE VARIANCE.
001100*
001200     03  DLVNDCST-KEY.
001300         05  DLVNDCST-VENDOR-NO     PIC 9(10).
001400         05  DLVNDCST-APN           PIC 9(13).
001500         05  DLVNDCST-EFF-DATE      PIC 9(08).
001600     03  DLVNDCST-PRODUCT-NO        PIC 9(08).
001700*    PACK COSTS IN THE VENDOR'S QUOTE CURRENCY, AS PACK-COST ON
001800*    THE AMS PO DOWNLOAD. PREV-PACK-COST IS THE COST THE CHANGE
001900*    REPLACES - THE EARLIER STANDING ROW, OR FAILING ONE THE
002000*    PACK COST ON THE VENDOR'S OPEN ORDERS; ZERO IF NEITHER.
002100     03  DLVNDCST-PACK-COST         PIC S9(09)V9(04) COMP-3.
002200     03  DLVNDCST-PREV-PACK-COST    PIC S9(09)V9(04) COMP-3.
002300     03  DLVNDCST-PACK-UNITS        PIC 9(05).
002400     03  DLVNDCST-STATUS            PIC X(01).
002500         88  DLVNDCST-STANDING               VALUE 'S'.
002600         88  DLVNDCST-DISPUTED               VALUE 'D'.
002700         88  DLVNDCST-WITHDRAWN              VALUE 'W'.
002800     03  DLVNDCST-NOTIFIED-DATE     PIC 9(08).
002900     03  DLVNDCST-DISPUTE-BUYER     PIC X(06).
003000     03  DLVNDCST-DISPUTE-REASON    PIC X(16).
003100     03  DLVNDCST-DISPUTE-DATE      PIC 9(08).
003200     03  DLVNDCST-LAST-MAINT-DATE   PIC 9(08).
003300     03  FILLER                     PIC X(20).
