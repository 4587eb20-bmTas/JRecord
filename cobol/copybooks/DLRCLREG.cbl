000100*
000200*   DLRCLREG - PRODUCT RECALL REGISTER RECORD
000300*   ONE NOTICE ROW PER RECALL (STORE ZERO) CARRYING THE RECALL
000400*   CRITERIA AND THE CHAIN TOTALS, AND ONE ROW PER STORE THE
000500*   RECALLED STOCK WAS ALLOCATED TO. WRITTEN BY DLR172 WHEN
000600*   THE RECALL IS TRACED; DLR173 POSTS THE QUANTITY EACH STORE
000700*   CONFIRMS PULLED (TO THE STORE ROW AND THE NOTICE ROW
000800*   TOTAL) AND REPORTS RECALL EFFECTIVENESS. THE ON-HAND
000900*   QUANTITY IS THE STORE POSITION WHEN THE RECALL WAS TRACED.
001000*
001100     03  DLRCLREG-KEY.
001200         05  DLRCLREG-RECALL-ID     PIC X(08).
001300         05  DLRCLREG-STORE-NO      PIC 9(04).
001400     03  DLRCLREG-ROW-TYPE          PIC X(01).
001500         88  DLRCLREG-NOTICE-ROW             VALUE 'N'.
001600         88  DLRCLREG-STORE-ROW              VALUE 'S'.
001700     03  DLRCLREG-KEYCODE-NO        PIC X(08).
001800     03  DLRCLREG-PROD-NO           PIC 9(14).
001900     03  DLRCLREG-SUP-ID            PIC 9(08).
002000     03  DLRCLREG-USE-BY-FROM       PIC 9(08).
002100     03  DLRCLREG-USE-BY-TO         PIC 9(08).
002200     03  DLRCLREG-RCPT-FROM         PIC 9(08).
002300     03  DLRCLREG-RCPT-TO           PIC 9(08).
002400     03  DLRCLREG-NOTICE-DATE       PIC 9(08).
002500*    STORE ROW - FIRST RECEIPT OF THE RECALLED STOCK AT THE
002600*    STORE. NOTICE ROW - NUMBER OF STORES NOTIFIED.
002700     03  DLRCLREG-FIRST-RCPT-DATE   PIC 9(08).
002800     03  DLRCLREG-STORES-NOTIFIED   REDEFINES
002900         DLRCLREG-FIRST-RCPT-DATE   PIC 9(08).
003000     03  DLRCLREG-RECEIVED-QTY      PIC S9(09)   COMP-3.
003100     03  DLRCLREG-SOLD-QTY          PIC S9(09)   COMP-3.
003200     03  DLRCLREG-ON-HAND-QTY       PIC S9(09)   COMP-3.
003300     03  DLRCLREG-PULLED-QTY        PIC S9(09)   COMP-3.
003400*    NOTICE ROW - NUMBER OF STORES CONFIRMED SO FAR.
003500     03  DLRCLREG-STORES-CONFIRMED  PIC 9(05).
003600     03  DLRCLREG-CONFIRM-DATE      PIC 9(08).
003700     03  DLRCLREG-STATUS            PIC X(01).
003800         88  DLRCLREG-OPEN                   VALUE 'O'.
003900         88  DLRCLREG-CONFIRMED              VALUE 'C'.
