000100*
000200*   DLAMLTXN - AML ROLLING-WINDOW CASH TRANSACTION STORE
000300*   ONE ROW PER BELOW-THRESHOLD AQTRANS CASH DEPOSIT OR
000400*   WITHDRAWAL (PRODUCT TRANSACTION TYPE DEP / WDL) DATED
000500*   INSIDE THE STRUCTURING WINDOW, HELD BY DLR216 SO EACH
000600*   DAY'S RUN CAN ADD THE DAY'S ACTIVITY TO THE PREVIOUS
000700*   DAYS' BEFORE TESTING FOR STRUCTURING. ROWS THAT FALL OUT
000800*   OF THE WINDOW ARE DELETED BY THE SAME RUN. KEYED BY
000900*   ACCOUNT THEN DATE SO ONE PASS GROUPS AN ACCOUNT'S ACTIVITY.
001000*
001100     03  DLAMLTXN-KEY.
001200         05  DLAMLTXN-ACC-NO        PIC X(20).
001300         05  DLAMLTXN-TXN-DATE      PIC 9(08).
001400         05  DLAMLTXN-TRANS-REF     PIC X(13).
001500         05  DLAMLTXN-VER-NO        PIC X(02).
001600         05  DLAMLTXN-SEQ           PIC 9(02).
001700     03  DLAMLTXN-DEP-NO            PIC X(11).
001800     03  DLAMLTXN-BRANCH            PIC X(04).
001900     03  DLAMLTXN-PROD-TRNTYP       PIC X(04).
002000     03  DLAMLTXN-DIRECTION         PIC X(01).
002100         88  DLAMLTXN-CASH-IN                VALUE 'I'.
002200         88  DLAMLTXN-CASH-OUT               VALUE 'O'.
002300     03  DLAMLTXN-CCY               PIC X(03).
002400     03  DLAMLTXN-AMOUNT            PIC S9(13)V99 COMP-3.
002500     03  DLAMLTXN-LOCAL-AMT         PIC S9(13)V99 COMP-3.
002600*    RUN DATE THE ROW WAS FIRST HELD - A CASE ONLY COMES BACK
002700*    ONTO THE WORKLIST FOR ACTIVITY HELD AFTER IT WAS RAISED.
002800     03  DLAMLTXN-LOADED-DATE       PIC 9(08).
002900     03  FILLER                     PIC X(20).
