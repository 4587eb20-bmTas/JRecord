000100*
000200*   DLFRANMF - FRANCHISE AGREEMENT MASTER RECORD
000300*   ONE ROW PER FRANCHISE AGREEMENT ON A STORE, HOLDING THE
000400*   FRANCHISEE, THE ROYALTY AND MARKETING LEVY PERCENTAGES OF
000500*   NET (EX-GST) SALES, THE MINIMUM MONTHLY ROYALTY, THE
000600*   BILLING CYCLE AND THE DATES THE AGREEMENT RUNS. A STORE
000700*   CHANGING HANDS GETS A SECOND ROW, THE OLD ONE END-DATED.
000800*   DLR174 BILLS FROM IT, AND THE COMPANY-STORE REPORTS USE IT
000900*   TO LEAVE FRANCHISE STORES OUT WHEN ASKED. END-DATE ZERO
001000*   MEANS THE AGREEMENT IS OPEN.
001100*
001200     03  DLFRANMF-STORE-NO          PIC S9(03)   COMP-3.
001300     03  DLFRANMF-FRANCHISEE-ID     PIC X(08).
001400     03  DLFRANMF-FRANCHISEE-NAME   PIC X(30).
001500     03  DLFRANMF-COST-CENTRE       PIC X(06).
001600     03  DLFRANMF-ROYALTY-PCT       PIC S9(3)V9(4) COMP-3.
001700     03  DLFRANMF-LEVY-PCT          PIC S9(3)V9(4) COMP-3.
001800     03  DLFRANMF-MIN-MONTHLY-FEE   PIC S9(7)V99 COMP-3.
001900*    QUARTERLY AGREEMENTS ARE BILLED AFTER FISCAL PERIODS 3, 6,
002000*    9 AND 12 FOR THE THREE PERIODS JUST ENDED.
002100     03  DLFRANMF-BILLING-CYCLE     PIC X(01).
002200         88  DLFRANMF-MONTHLY                VALUE 'M' ' '.
002300         88  DLFRANMF-QUARTERLY              VALUE 'Q'.
002400     03  DLFRANMF-PAY-TERMS-DAYS    PIC 9(03).
002500     03  DLFRANMF-START-DATE        PIC 9(08).
002600     03  DLFRANMF-END-DATE          PIC 9(08).
