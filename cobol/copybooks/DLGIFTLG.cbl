001500     03  DLGIFTLG-LOAD-COUNT        PIC S9(07)   COMP-3.
001600     03  DLGIFTLG-REDEEM-COUNT      PIC S9(07)   COMP-3.
001700     03  DLGIFTLG-LAST-ACTIVITY     PIC S9(06)   COMP-3.
001800*    BREAKAGE - THE PART OF THE BALANCE DLR181 HAS RELEASED TO
001900*    INCOME AS NEVER LIKELY TO BE REDEEMED. THE UNREDEEMED
002000*    LIABILITY IS THE BALANCE LESS THE BREAKAGE. WHEN A LATER
002100*    REDEMPTION DRAWS THE BALANCE BELOW THE BREAKAGE, DLR115
002200*    TAKES THE DIFFERENCE OFF THE BREAKAGE AND HOLDS IT IN
002300*    BRK-REVERSED UNTIL DLR181 JOURNALS IT BACK TO LIABILITY.
002400*    THE ISSUE DATE (YYMMDD, AS THE LAST ACTIVITY) IS THE DATE
002500*    OF THE CARD'S FIRST TRANSACTION; ZERO ON CARDS CREATED
002600*    BEFORE IT WAS CARRIED.
002700     03  DLGIFTLG-ISSUE-DATE        PIC S9(06)   COMP-3.
002800     03  DLGIFTLG-BREAKAGE-AMT      PIC S9(11)V99 COMP-3.
002900     03  DLGIFTLG-BREAKAGE-DATE     PIC 9(08).
003000     03  DLGIFTLG-BRK-REVERSED      PIC S9(11)V99 COMP-3.
