001400     03  DLGLJRNL-AMOUNT            PIC S9(9)V99 COMP-3.
001500     03  DLGLJRNL-QTY-SOLD          PIC S9(9)    COMP-3.
001600     03  DLGLJRNL-NARRATIVE         PIC X(30).
001700*    CURRENCY AND AMOUNT A POSTING WAS RAISED IN WHEN IT COMES
001800*    FROM A STORE TRADING IN FOREIGN CURRENCY - DLGLJRNL-AMOUNT
001900*    IS THEN THE LOCAL EQUIVALENT. SPACES AND ZERO ON A POSTING
002000*    RAISED IN LOCAL CURRENCY.
002100     03  DLGLJRNL-ORIG-CCY          PIC X(03).
002200     03  DLGLJRNL-ORIG-AMOUNT       PIC S9(11)V99 COMP-3.
