000100*
000200*   DLSTKBK - STOCKTAKE FROZEN BOOK RECORD
000300*   ONE ROW PER STORE/KEYCODE UNDER COUNT. DLR159 COPIES THE
000400*   DLINVPOS ON-HAND FIGURE HERE AT THE COUNT CUT-OFF SO THE
000500*   BOOK THE COUNT IS MEASURED AGAINST CANNOT MOVE UNDER IT
000600*   WHILE THE SHEETS ARE KEYED. DLR160 ACCUMULATES THE COUNT
000700*   SHEET LINES ONTO THE ROW, REPORTS THE BOOK-TO-PHYSICAL
000800*   VARIANCE, APPLIES IT TO DLINVPOS AND MARKS THE ROW POSTED
000900*   SO A RERUN CANNOT ADJUST THE SAME POSITION TWICE.
001000*
001100     03  DLSTKBK-KEY.
001200         05  DLSTKBK-STR-NO         PIC 9(04).
001300         05  DLSTKBK-KEYCODE-NO     PIC X(08).
001400     03  DLSTKBK-DEPT-NO            PIC S9(03)   COMP-3.
001500     03  DLSTKBK-COUNT-DATE         PIC 9(08).
001600     03  DLSTKBK-FREEZE-DATE        PIC 9(08).
001700     03  DLSTKBK-BOOK-QTY           PIC S9(09)   COMP-3.
001800     03  DLSTKBK-COUNTED-QTY        PIC S9(09)   COMP-3.
001900     03  DLSTKBK-COUNT-LINES        PIC S9(05)   COMP-3.
002000     03  DLSTKBK-STATUS             PIC X(01).
002100         88  DLSTKBK-FROZEN                  VALUE 'F'.
002200         88  DLSTKBK-COUNTED                 VALUE 'C'.
002300         88  DLSTKBK-POSTED                  VALUE 'P'.
002400     03  DLSTKBK-POSTED-DATE        PIC 9(08).
002500*    THE VARIANCE DLR160 POSTED FOR THE ROW (COUNTED LESS BOOK)
002600*    VALUED AT THE DLCOSTMF COST OF THE DAY, KEPT SO THE STORE
002700*    CONTRIBUTION P+L CAN CHARGE THE WRITE-OFF TO THE STORE.
002800     03  DLSTKBK-VAR-VALUE          PIC S9(11)V99 COMP-3.
