000600*   DLTREND, THE ON-HAND POSITION FROM DLINVPOS AND THE
000700*   DEPARTMENT'S OPEN PO COMMITMENT FROM DLPOLIFE - SO THE
000800*   BUYER CAN SEE WHY THE ENGINE SUGGESTED WHAT IT DID.
000810*   KEYED BY KEYCODE AND STORE (THE DLSALHST KEY) SO A SINGLE
000820*   LINE'S SUGGESTION IS A DIRECT READ (DLR238).
000900*
000910     03  DLSUGORD-KEY.
000920         05  DLSUGORD-KEYCODE-NO    PIC X(08).
000930         05  DLSUGORD-STORE-NO      PIC S9(03)   COMP-3.
001000     03  DLSUGORD-VENDOR-NO         PIC 9(10).
001100     03  DLSUGORD-DEPT-NO           PIC S9(03)   COMP-3.
001400     03  DLSUGORD-SUGGESTED-QTY     PIC S9(09)   COMP-3.
001500     03  DLSUGORD-WEEKLY-RATE       PIC S9(09)   COMP-3.
001600     03  DLSUGORD-ON-HAND-QTY       PIC S9(09)   COMP-3.
