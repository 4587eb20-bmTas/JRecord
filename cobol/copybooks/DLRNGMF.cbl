000100*
000200*   DLRNGMF - STORE RANGING (ASSORTMENT) MASTER RECORD
000300*   ONE ROW PER KEYCODE PER RANGING SCOPE - A SINGLE STORE, A
000400*   STORE CLUSTER (EVERY DLSTORMF STORE IN A REGION OR OF A
000500*   BRAND) OR THE WHOLE CHAIN - WITH THE DATE THE LINE RANGES
000600*   IN AND THE DATE IT RANGES OUT (ZERO = STILL RANGED).
000700*   MAINTAINED BY DLR170 FROM THE BUYING OFFICE'S CARDS. THE
000800*   MOST SPECIFIC SCOPE HELD FOR A STORE DECIDES WHETHER THE
000900*   KEYCODE IS RANGED THERE: STORE, THEN REGION, THEN BRAND,
001000*   THEN CHAIN. A KEYCODE IS RANGED ON A DATE ON OR AFTER ITS
001100*   RANGE-IN DATE AND BEFORE ITS RANGE-OUT DATE. DLR171
001200*   REPORTS THE RANGING EXCEPTIONS AND DLR103 SUGGESTS NO
001300*   ORDER FOR A LINE NOT RANGED AT THE STORE.
001400*
001500     03  DLRNGMF-KEY.
001600         05  DLRNGMF-KEYCODE-NO     PIC X(08).
001700         05  DLRNGMF-SCOPE-TYPE     PIC X(01).
001800             88  DLRNGMF-SCOPE-STORE         VALUE 'S'.
001900             88  DLRNGMF-SCOPE-REGION        VALUE 'R'.
002000             88  DLRNGMF-SCOPE-BRAND         VALUE 'B'.
002100             88  DLRNGMF-SCOPE-CHAIN         VALUE 'C'.
002200*        STORE NUMBER (4 DIGITS), REGION CODE, BRAND ID (LEFT
002300*        JUSTIFIED) OR SPACES FOR THE CHAIN.
002400         05  DLRNGMF-SCOPE-CODE     PIC X(04).
002500     03  DLRNGMF-RANGE-IN-DATE      PIC 9(08).
002600     03  DLRNGMF-RANGE-OUT-DATE     PIC 9(08).
002700     03  DLRNGMF-BUYER-ID           PIC X(06).
002800     03  DLRNGMF-MAINT-DATE         PIC 9(08).
