000100*
000200*   DLSLSPLN - SALES PLAN MASTER RECORD
000300*   ONE ROW PER STORE, DEPARTMENT AND DLFISCAL FISCAL WEEK
000400*   (FISCAL YEAR * 100 + WEEK OF YEAR, THE SAME WEEK KEY AS
000500*   DLPERSUM) HOLDING THE BOARD-APPROVED SALES PLAN DOLLARS.
000600*   LOADED AND VALIDATED BY DLR164 FROM THE PLANNING TEAM'S
000700*   FILE - A RELOAD OF THE SAME WEEK REPLACES THE PLAN - AND
000800*   READ BY DLR165 FOR THE WEEKLY SALES-VERSUS-PLAN REPORT.
000900*
001000     03  DLSLSPLN-KEY.
001100         05  DLSLSPLN-STORE-NO      PIC S9(03)   COMP-3.
001200         05  DLSLSPLN-DEPT-NO       PIC S9(03)   COMP-3.
001300         05  DLSLSPLN-FISCAL-WEEK   PIC 9(06).
001400     03  DLSLSPLN-PLAN-SALES        PIC S9(9)V99 COMP-3.
001500     03  DLSLSPLN-PLAN-VERSION      PIC X(04).
001600     03  DLSLSPLN-LOAD-DATE         PIC 9(08).
