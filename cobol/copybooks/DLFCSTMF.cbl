000100*
000200*   DLFCSTMF - 13-WEEK FORWARD SALES FORECAST MASTER RECORD
000300*   ONE ROW PER KEYCODE/STORE, BUILT WEEKLY BY DLR167 FROM THE
000400*   DLSALHST RATE OF SALE AND SEASONALITY, HOLDING THE UNIT
000500*   FORECAST FOR THE FISCAL WEEK COVERING THE BUILD DATE AND
000600*   THE TWELVE WEEKS AFTER IT (WEEK KEY = FISCAL YEAR * 100 +
000700*   WEEK OF YEAR), WITH DLPROMCL PROMOTION WEEKS MARKED.
000800*   DLR168 POSTS THE WEEK'S DTAR020 ACTUAL UNITS AGAINST SLOT 1
000900*   AND KEEPS A SMOOTHED ABSOLUTE PERCENTAGE ERROR AND A TRUST
001000*   INDICATOR PER LINE, WHICH A REBUILD CARRIES FORWARD.
001100*   DLR103 SIZES ITS TARGET COVER FROM THE FORECAST UNLESS THE
001200*   LINE IS MARKED NOT TRUSTED.
001300*
001400     03  DLFCSTMF-KEY.
001500         05  DLFCSTMF-KEYCODE-NO    PIC X(08).
001600         05  DLFCSTMF-STORE-NO      PIC S9(03)   COMP-3.
001700     03  DLFCSTMF-DEPT-NO           PIC S9(03)   COMP-3.
001800     03  DLFCSTMF-BUILD-DATE        PIC 9(08).
001900     03  DLFCSTMF-BUILD-WEEK        PIC 9(06).
002000     03  DLFCSTMF-BASE-RATE         PIC S9(7)V99 COMP-3.
002100     03  DLFCSTMF-FCST-WEEK OCCURS 13 TIMES.
002200         05  DLFCSTMF-FC-WEEK-KEY   PIC 9(06).
002300         05  DLFCSTMF-FC-QTY        PIC S9(07)   COMP-3.
002400         05  DLFCSTMF-FC-PROMO-IND  PIC X(01).
002500             88  DLFCSTMF-FC-PROMO           VALUE 'Y'.
002600     03  DLFCSTMF-SCORED-WEEK       PIC 9(06).
002700     03  DLFCSTMF-ACTUAL-QTY        PIC S9(09)   COMP-3.
002800     03  DLFCSTMF-SCORED-WEEKS      PIC S9(03)   COMP-3.
002900     03  DLFCSTMF-LINE-APE          PIC S9(03)V9 COMP-3.
003000     03  DLFCSTMF-PRIOR-APE         PIC S9(03)V9 COMP-3.
003100     03  DLFCSTMF-TRUST-IND         PIC X(01).
003200         88  DLFCSTMF-TRUSTED                VALUE 'Y'.
003300         88  DLFCSTMF-NOT-TRUSTED            VALUE 'N'.
