000100*
000200*   DLDLVRUN - DC DELIVERY RUN MASTER RECORD
000300*   ONE ROW PER DELIVERY RUN (ROW TYPE R, CODE = RUN ID) GIVING
000400*   HOW MANY TRAILERS WORK THE RUN EACH DAY AND THE WEIGHT (KG)
000500*   AND CARTON CAPACITY OF EACH TRAILER, AND ONE ROW PER STORE
000600*   (ROW TYPE S, CODE = THE FOUR-DIGIT STORE NUMBER) NAMING THE
000700*   RUN THAT DELIVERS IT AND ITS DROP SEQUENCE ON THAT RUN.
000800*   RUN ROWS SORT AHEAD OF STORE ROWS ON THE KEY. MAINTAINED BY
000900*   DLR196 FROM THE DESPATCH OFFICE'S CARDS AND READ BY DLR197
001000*   TO PLAN THE DAY'S TRAILER LOADS.
001100*
001200     03  DLDLVRUN-KEY.
001300         05  DLDLVRUN-ROW-TYPE      PIC X(01).
001400             88  DLDLVRUN-RUN-ROW            VALUE 'R'.
001500             88  DLDLVRUN-STORE-ROW          VALUE 'S'.
001600         05  DLDLVRUN-CODE          PIC X(04).
001700     03  DLDLVRUN-RUN-ID            PIC X(04).
001800     03  DLDLVRUN-RUN-NAME          PIC X(20).
001900     03  DLDLVRUN-TRAILERS          PIC 9(02).
002000     03  DLDLVRUN-MAX-WEIGHT        PIC 9(07)V9(3).
002100     03  DLDLVRUN-MAX-CARTONS       PIC 9(05).
002200     03  DLDLVRUN-DROP-SEQ          PIC 9(03).
002300     03  DLDLVRUN-LAST-MAINT-DATE   PIC 9(08).
002400     03  FILLER                     PIC X(20).
