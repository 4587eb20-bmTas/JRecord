000100*
000200*   DLFRTRTE - CARRIER FREIGHT RATE CARD MASTER RECORD
000300*   ONE ROW PER CARRIER (THE FIRST EIGHT CHARACTERS OF ITS
000400*   CONNOTES, AS DLR019 SCORES THEM) AND DELIVERING DC. DC 0000
000500*   IS THE CARRIER'S CARD FOR ANY DC WITHOUT A LANE OF ITS OWN.
000600*   THE WEIGHT CHARGE IS THE WHOLE SHIPPED WEIGHT (KG) AT THE
000700*   RATE OF THE FIRST BREAK IT FALLS WITHIN - A WEIGHT ABOVE
000800*   THE LAST BREAK TAKES THE LAST BREAK'S RATE - SUBJECT TO THE
000900*   MINIMUM CHARGE; EACH PALLET ADDS THE PALLET CHARGE AND THE
001000*   FUEL LEVY IS A PERCENTAGE ON TOP OF BOTH. UNUSED BREAKS ARE
001100*   ZERO. MAINTAINED BY DLR198, READ BY DLR199 TO ACCRUE THE
001200*   FREIGHT ON EVERY DELIVERED ASN.
001300*
001400     03  DLFRTRTE-KEY.
001500         05  DLFRTRTE-CARRIER       PIC X(08).
001600         05  DLFRTRTE-DC-NO         PIC 9(04).
001700     03  DLFRTRTE-CARRIER-NAME      PIC X(20).
001800     03  DLFRTRTE-MIN-CHARGE        PIC 9(05)V99.
001900     03  DLFRTRTE-PALLET-CHARGE     PIC 9(05)V99.
002000     03  DLFRTRTE-FUEL-LEVY-PCT     PIC 9(03)V99.
002100     03  DLFRTRTE-BREAK OCCURS 5 TIMES.
002200         05  DLFRTRTE-BRK-UPTO-KG   PIC 9(06).
002300         05  DLFRTRTE-BRK-RATE-KG   PIC 9(02)V9(4).
002400     03  DLFRTRTE-LAST-MAINT-DATE   PIC 9(08).
002500     03  FILLER                     PIC X(20).
