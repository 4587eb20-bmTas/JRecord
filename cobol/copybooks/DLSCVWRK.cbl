000100*
000200*   DLSCVWRK - SINGLE CUSTOMER VIEW BUILD WORK RECORD
000300*   ONE ROW PER DEPOSIT, WRITTEN BY DLR217'S FIRST PASS FROM
000400*   THE LATEST AQTRANS RECORD FOR THE DEPOSIT AND READ BACK IN
000500*   DEPOSITOR (TRANS-ACC-NO) ORDER BY ITS SECOND PASS, SO A
000600*   DEPOSITOR'S AF AND AN DEPOSITS COME TOGETHER. REBUILT FROM
000700*   EMPTY ON EVERY RUN. AMOUNTS ARE SCALED OUT OF MINOR UNITS.
000800*
000900     03  DLSCVWRK-KEY.
001000         05  DLSCVWRK-ACC-NO        PIC X(20).
001100         05  DLSCVWRK-PROD-TYP      PIC X(02).
001200         05  DLSCVWRK-DEP-NO        PIC X(11).
001300     03  DLSCVWRK-BRANCH            PIC X(04).
001400     03  DLSCVWRK-CCY               PIC X(03).
001500     03  DLSCVWRK-BALANCE           PIC S9(13)V99 COMP-3.
001600     03  DLSCVWRK-ACCRUED           PIC S9(13)V99 COMP-3.
001700     03  DLSCVWRK-FX-RATE           PIC S9(7)V9(10) COMP-3.
001800     03  DLSCVWRK-RATE-IND          PIC X(01).
001900         88  DLSCVWRK-LOCAL                  VALUE 'L'.
002000         88  DLSCVWRK-RATE-FOUND             VALUE 'R'.
002100         88  DLSCVWRK-NO-RATE                VALUE 'N'.
002200     03  DLSCVWRK-LOCAL-BALANCE     PIC S9(13)V99 COMP-3.
002300     03  DLSCVWRK-LOCAL-ACCRUED     PIC S9(13)V99 COMP-3.
002400     03  DLSCVWRK-LAST-TXN-DATE     PIC 9(08).
002500     03  FILLER                     PIC X(20).
