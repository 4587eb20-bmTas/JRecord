000100*
000200*   DLSHLFMF - MINIMUM RECEIPT SHELF-LIFE MASTER RECORD
000300*   ONE ROW PER DEPARTMENT (LEVEL D, CODE = THE THREE-DIGIT
000400*   DEPARTMENT NUMBER) OR KEYCODE (LEVEL K) GIVING THE FEWEST
000500*   DAYS OF LIFE STOCK MUST HAVE LEFT ON ITS USE-BY DATE WHEN
000600*   IT REACHES THE DC. A KEYCODE ROW NAMES ITS DEPARTMENT AND
000700*   OVERRIDES THE DEPARTMENT MINIMUM; A KEYCODE ROW WITH ZERO
000800*   DAYS TAKES THE DEPARTMENT MINIMUM. MAINTAINED BY DLR191
000900*   FROM THE QUALITY TEAM'S CARDS AND READ BY DLR192 AGAINST
001000*   THE STDR ASN PRODUCT LINES.
001100*
001200     03  DLSHLFMF-KEY.
001300         05  DLSHLFMF-LEVEL         PIC X(01).
001400             88  DLSHLFMF-KEYCODE-LEVEL      VALUE 'K'.
001500             88  DLSHLFMF-DEPT-LEVEL         VALUE 'D'.
001600         05  DLSHLFMF-CODE          PIC X(08).
001700     03  DLSHLFMF-DEPT-NO           PIC 9(03).
001800     03  DLSHLFMF-MIN-LIFE-DAYS     PIC 9(03).
001900     03  DLSHLFMF-LAST-MAINT-DATE   PIC 9(08).
002000     03  FILLER                     PIC X(17).
