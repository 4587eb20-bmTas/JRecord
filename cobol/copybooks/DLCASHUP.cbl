000100*
000200*   DLCASHUP - TILL CASH-UP DECLARATION INTAKE RECORD
000300*   ONE RECORD PER OPERATOR SHIFT ON A TERMINAL, KEYED IN AT THE
000400*   STORE WHEN THE DRAWER IS COUNTED DOWN. THE STORE IS CARRIED
000500*   IN THE DLSTORID DISPLAY FORM (3-DIGIT STORE NUMBER OR THE
000600*   2-CHARACTER ALPHA CODE, LEFT-JUSTIFIED) SO IT MATCHES THE
000700*   DTAR107 STORE AS EVERY STORE REPORT SHOWS IT. AMOUNTS ARE
000800*   THE TAKINGS COUNTED, NET OF THE OPENING FLOAT. RECONCILED
000900*   BY DLR180.
001000*
001100     03  DLCASHUP-STORE-KEY         PIC X(08).
001200     03  DLCASHUP-TERMINAL-NO       PIC 9(03).
001300     03  DLCASHUP-OPERATOR-NO       PIC 9(08).
001400     03  DLCASHUP-SHIFT-DATE        PIC 9(08).
001500     03  DLCASHUP-DECL-CASH         PIC S9(9)V99 COMP-3.
001600     03  DLCASHUP-DECL-EFTPOS       PIC S9(9)V99 COMP-3.
001700     03  DLCASHUP-DECL-CHEQUE       PIC S9(9)V99 COMP-3.
001800     03  DLCASHUP-DECL-VOUCHER      PIC S9(9)V99 COMP-3.
001900     03  FILLER                     PIC X(10).
