000100*
000200*   DLFXCONV - STORE CURRENCY CONVERSION SUBPROGRAM INTERFACE
000300*   PROGRAMS IN THE DTAR020 / DTAR107 CHAIN CALL DLR176 WITH
000400*   'O' ONCE AT START-UP (IT LOADS THE DLSTORMF TRADING
000500*   CURRENCIES AND EVERY DLFXRATE ROW) AND 'C' FOR EACH AMOUNT
000600*   BEFORE IT IS ACCUMULATED. THE CALLER PASSES THE STORE (OR
000700*   THE 2-CHARACTER ALPHA CODE A DTAR107 RECORD MAY CARRY), THE
000800*   TRADING DATE AS CCYYMMDD AND THE AMOUNT AS RECEIVED; DLR176
000900*   HANDS BACK THE STORE'S CURRENCY (SPACES FOR A LOCAL-CURRENCY
001000*   STORE), THE RATE IN FORCE ON THE TRADING DATE AND THE LOCAL
001100*   AMOUNT (LOCAL = FOREIGN TIMES RATE). A FOREIGN AMOUNT WITH
001200*   NO RATE ON FILE PASSES AT FACE VALUE, FLAGGED SO THE CALLER
001300*   CAN COUNT IT, AS DLR072 AND DLR074 TREAT A MISSING RATE.
001400*
001500     03  DLFXCONV-FUNCTION          PIC X(01).
001600         88  DLFXCONV-OPEN                   VALUE 'O'.
001700         88  DLFXCONV-CONVERT                VALUE 'C'.
001800     03  DLFXCONV-RETURN-CODE       PIC 9(02).
001900     03  DLFXCONV-STORE-NO          PIC S9(03)   COMP-3.
002000     03  DLFXCONV-ALPHA-CODE        PIC X(02).
002100     03  DLFXCONV-TRADE-DATE        PIC 9(08).
002200     03  DLFXCONV-SOURCE-AMT        PIC S9(11)V99 COMP-3.
002300     03  DLFXCONV-CCY               PIC X(03).
002400     03  DLFXCONV-RATE              PIC S9(7)V9(10) COMP-3.
002500     03  DLFXCONV-RATE-EFF-DATE     PIC 9(08).
002600     03  DLFXCONV-LOCAL-AMT         PIC S9(11)V99 COMP-3.
002700     03  DLFXCONV-STATUS            PIC X(01).
002800         88  DLFXCONV-LOCAL-STORE            VALUE 'L'.
002900         88  DLFXCONV-CONVERTED              VALUE 'C'.
003000         88  DLFXCONV-NO-RATE                VALUE 'N'.
