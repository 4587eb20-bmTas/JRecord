000100*
000200*   DLOPERMF - STORE STAFF OPERATOR MASTER RECORD
000300*   ONE ROW PER DTAR107 OPERATOR NUMBER, MAINTAINED BY DLR187
000400*   FROM THE HR DLHROPER FILE. THE HOME STORE IS IN DLSTORID
000500*   DISPLAY FORM (3-DIGIT NUMBER OR 2-CHARACTER ALPHA CODE).
000600*   AN END DATE OF ZERO MEANS STILL EMPLOYED; A STAFF CARD OF
000700*   ZERO MEANS THE OPERATOR HOLDS NO STAFF LOYALTY CARD. UP TO
000800*   FIVE APPROVED TRANSFERS ALLOW WORK AT ANOTHER STORE
000900*   BETWEEN THEIR FROM AND TO DATES (TO OF ZERO IS OPEN); THE
001000*   OLDEST TRANSFER DROPS OFF WHEN A SIXTH ARRIVES.
001100*
001200     03  DLOPERMF-OPERATOR-NO       PIC 9(08).
001300     03  DLOPERMF-NAME              PIC X(30).
001400     03  DLOPERMF-HOME-STORE        PIC X(08).
001500     03  DLOPERMF-START-DATE        PIC 9(08).
001600     03  DLOPERMF-END-DATE          PIC 9(08).
001700     03  DLOPERMF-STAFF-CARD-NO     PIC 9(16).
001800     03  DLOPERMF-TRANSFER-COUNT    PIC 9(01).
001900     03  DLOPERMF-TRANSFER OCCURS 5 TIMES.
002000         05  DLOPERMF-XFER-STORE    PIC X(08).
002100         05  DLOPERMF-XFER-FROM     PIC 9(08).
002200         05  DLOPERMF-XFER-TO       PIC 9(08).
002300     03  DLOPERMF-LAST-MAINT-DATE   PIC 9(08).
002400     03  FILLER                     PIC X(20).
