000100*
000200*   DLAMLCTR - THRESHOLD TRANSACTION REPORT FILE RECORD
000300*   THE FILE LODGED WITH THE REGULATOR FOR EVERY CASH DEPOSIT
000400*   OR WITHDRAWAL AT OR ABOVE THE STATUTORY THRESHOLD. ONE
000500*   HEADER, ONE DETAIL PER TRANSACTION, ONE TRAILER CARRYING
000600*   THE DETAIL COUNT AND LOCAL-CURRENCY TOTAL FOR THE
000700*   REGULATOR'S CONTROL CHECK. ALL FIELDS ARE DISPLAY.
000800*
000900     03  DLAMLCTR-REC-TYPE          PIC X(01).
001000         88  DLAMLCTR-HEADER                 VALUE 'H'.
001100         88  DLAMLCTR-DETAIL                 VALUE 'D'.
001200         88  DLAMLCTR-TRAILER                VALUE 'T'.
001300     03  DLAMLCTR-DETAIL-DATA.
001400         05  DLAMLCTR-ENTITY-ID     PIC X(10).
001500         05  DLAMLCTR-BRANCH        PIC X(04).
001600         05  DLAMLCTR-ACC-NO        PIC X(20).
001700         05  DLAMLCTR-DEP-NO        PIC X(11).
001800         05  DLAMLCTR-TRANS-REF     PIC X(13).
001900         05  DLAMLCTR-TXN-DATE      PIC 9(08).
002000         05  DLAMLCTR-TXN-TIME      PIC 9(06).
002100         05  DLAMLCTR-DIRECTION     PIC X(01).
002200             88  DLAMLCTR-CASH-IN            VALUE 'I'.
002300             88  DLAMLCTR-CASH-OUT           VALUE 'O'.
002400         05  DLAMLCTR-CCY           PIC X(03).
002500         05  DLAMLCTR-AMOUNT        PIC 9(13)V99.
002600         05  DLAMLCTR-LOCAL-AMT     PIC 9(13)V99.
002700         05  DLAMLCTR-ENTER-ID      PIC X(08).
002800         05  DLAMLCTR-AUTH-ID       PIC X(08).
002900         05  FILLER                 PIC X(28).
003000     03  DLAMLCTR-HEADER-DATA REDEFINES DLAMLCTR-DETAIL-DATA.
003100         05  DLAMLCTR-H-ENTITY-ID   PIC X(10).
003200         05  DLAMLCTR-H-REPORT-DATE PIC 9(08).
003300         05  DLAMLCTR-H-THRESHOLD   PIC 9(09).
003400         05  DLAMLCTR-H-LOCAL-CCY   PIC X(03).
003500         05  FILLER                 PIC X(120).
003600     03  DLAMLCTR-TRAILER-DATA REDEFINES DLAMLCTR-DETAIL-DATA.
003700         05  DLAMLCTR-T-ENTITY-ID   PIC X(10).
003800         05  DLAMLCTR-T-DETAIL-COUNT
003900                                    PIC 9(09).
004000         05  DLAMLCTR-T-LOCAL-TOTAL PIC 9(15)V99.
004100         05  FILLER                 PIC X(114).
