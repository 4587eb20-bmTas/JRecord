000100*
000200*   DLHROPER - HR OPERATOR MAINTENANCE RECORD (80 BYTES)
000300*   TYPE 'O' CARRIES AN OPERATOR'S FULL DETAILS AND ADDS OR
000400*   REPLACES THE DLOPERMF ROW; TYPE 'T' RECORDS AN APPROVED
000500*   TRANSFER TO ANOTHER STORE FOR AN OPERATOR ALREADY ON THE
000600*   MASTER. STORES ARE IN DLSTORID DISPLAY FORM.
000700*
000800     03  DLHROPER-REC-TYPE          PIC X(01).
000900         88  DLHROPER-DETAIL                 VALUE 'O'.
001000         88  DLHROPER-TRANSFER               VALUE 'T'.
001100     03  DLHROPER-OPERATOR-NO       PIC 9(08).
001200     03  DLHROPER-DETAIL-DATA.
001300         05  DLHROPER-NAME          PIC X(30).
001400         05  DLHROPER-HOME-STORE    PIC X(08).
001500         05  DLHROPER-START-DATE    PIC 9(08).
001600         05  DLHROPER-END-DATE      PIC 9(08).
001700         05  DLHROPER-STAFF-CARD-NO PIC 9(16).
001800     03  DLHROPER-TRANSFER-DATA REDEFINES DLHROPER-DETAIL-DATA.
001900         05  DLHROPER-XFER-STORE    PIC X(08).
002000         05  DLHROPER-XFER-FROM     PIC 9(08).
002100         05  DLHROPER-XFER-TO       PIC 9(08).
002200         05  FILLER                 PIC X(46).
002300     03  FILLER                     PIC X(01).
