000100*
000200*   DLDEPACR - TERM DEPOSIT INTEREST ACCRUAL MASTER RECORD
000300*   ONE ROW PER DEPOSIT NUMBER, OPENED BY DLR214 FROM THE
000400*   DEPOSIT'S AQTRANS START-DEPOSIT (SD) RECORD AND KEPT UP TO
000500*   DATE FROM ITS UPDATE (UDP) AND INTEREST-PAID (IPD) RECORDS.
000600*   DLR214 ACCRUES THE INTEREST OWED EACH DAY FROM VALUE START
000700*   TO VALUE END AND RELEASES IT WHEN THE IPD ARRIVES; DLR215
000800*   RECONCILES THE MONTH'S MOVEMENT. AMOUNTS ARE IN THE
000900*   DEPOSIT CURRENCY, SCALED OUT OF AQTRANS MINOR UNITS.
001000*
001100     03  DLDEPACR-DEP-NO            PIC X(11).
001200     03  DLDEPACR-ACC-NO            PIC X(20).
001300     03  DLDEPACR-PROD-TYP          PIC X(02).
001400     03  DLDEPACR-BRANCH            PIC X(04).
001500     03  DLDEPACR-CCY               PIC X(03).
001600     03  DLDEPACR-BALANCE           PIC S9(13)V9(03) COMP-3.
001700     03  DLDEPACR-INT-RATE          PIC S9(03)V9(06) COMP-3.
001800     03  DLDEPACR-DAY-BASIS         PIC 9(03).
001900     03  DLDEPACR-VAL-START         PIC 9(08).
002000     03  DLDEPACR-VAL-END           PIC 9(08).
002100     03  DLDEPACR-STATUS            PIC X(01).
002200         88  DLDEPACR-OPEN                   VALUE 'O'.
002300         88  DLDEPACR-SETTLED                VALUE 'S'.
002400*    INTEREST IS ACCRUED FOR EACH DAY FROM VALUE START UP TO
002500*    BUT NOT INCLUDING VALUE END; ACCRUED-THRU IS THE LAST DAY
002600*    ALREADY IN ACCRUED-TO-DATE.
002700     03  DLDEPACR-ACCRUED-THRU      PIC 9(08).
002800     03  DLDEPACR-ACCRUED-TO-DATE   PIC S9(13)V99 COMP-3.
002900*    LAST-IPD-REF IS THE TRANS-REF OF THE LAST IPD RELEASED, SO
002910*    A RERUN DOES NOT RELEASE IT AGAIN; IPD-THRU IS THE LATEST
002920*    IPD DATE RELEASED.
003000     03  DLDEPACR-IPD-THRU          PIC 9(08).
003100     03  DLDEPACR-LAST-IPD-REF      PIC X(13).
003200*    CURRENT CALENDAR MONTH'S MOVEMENT, FOR DLR215.
003300     03  DLDEPACR-ACCR-MONTH        PIC 9(06).
003400     03  DLDEPACR-MONTH-OPENING     PIC S9(13)V99 COMP-3.
003500     03  DLDEPACR-MTD-ACCRUED       PIC S9(13)V99 COMP-3.
003600     03  DLDEPACR-MTD-RELEASED      PIC S9(13)V99 COMP-3.
003700     03  DLDEPACR-MTD-PAID          PIC S9(13)V99 COMP-3.
003800*    THE ACCRUED INTEREST THE DEPOSIT SYSTEM ITSELF CARRIES
003900*    (TRN-SD-CR-INT-ACCRUED) AS AT THE LAST SD SEEN.
004000     03  DLDEPACR-CORE-ACCRUED      PIC S9(13)V99 COMP-3.
004100     03  DLDEPACR-OPENED-DATE       PIC 9(08).
004200     03  DLDEPACR-LAST-RUN-DATE     PIC 9(08).
004300     03  FILLER                     PIC X(20).
