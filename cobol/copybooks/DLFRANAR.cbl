000100*
000200*   DLFRANAR - FRANCHISE BILLING ACCOUNTS RECEIVABLE FEED
000300*   ONE ROW PER FRANCHISEE INVOICE RAISED BY DLR174, FOR THE
000400*   RECEIVABLES LEDGER TO LOAD AS AN OPEN ITEM. THE INVOICE
000500*   NUMBER IS 'FR' + FISCAL YEAR AND PERIOD + STORE +
000600*   FRANCHISEE, SO A RERUN OF THE SAME PERIOD RAISES THE SAME
000700*   NUMBERS AND THE LEDGER CAN REJECT THE DUPLICATES, WHILE TWO
000750*   AGREEMENTS ON ONE STORE STILL RAISE TWO. ROYALTY-AMT
000800*   INCLUDES THE MINIMUM-FEE ADJUSTMENT, WHICH IS ALSO SHOWN
000850*   ON ITS OWN.
000900*
001000     03  DLFRANAR-FRANCHISEE-ID     PIC X(08).
001100     03  DLFRANAR-INVOICE-NO        PIC X(20).
001200     03  DLFRANAR-STORE-NO          PIC S9(03)   COMP-3.
001300     03  DLFRANAR-INVOICE-DATE      PIC 9(08).
001400     03  DLFRANAR-DUE-DATE          PIC 9(08).
001500     03  DLFRANAR-PERIOD-KEY        PIC 9(06).
001600     03  DLFRANAR-PERIODS-BILLED    PIC 9(01).
001700     03  DLFRANAR-NET-SALES         PIC S9(11)V99 COMP-3.
001800     03  DLFRANAR-ROYALTY-AMT       PIC S9(9)V99 COMP-3.
001900     03  DLFRANAR-MIN-FEE-ADJ       PIC S9(9)V99 COMP-3.
002000     03  DLFRANAR-LEVY-AMT          PIC S9(9)V99 COMP-3.
002100     03  DLFRANAR-GST-AMT           PIC S9(9)V99 COMP-3.
002200     03  DLFRANAR-INVOICE-TOTAL     PIC S9(9)V99 COMP-3.
