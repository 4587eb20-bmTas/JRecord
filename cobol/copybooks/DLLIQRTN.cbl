000100*
000200*   DLLIQRTN - REGULATORY LIQUIDITY RETURN EXTRACT RECORD
000300*   (DEPOSIT LIABILITIES BY CURRENCY AND TIME BAND)
000400*   ONE HEADER, THEN FOR EACH CURRENCY ONE DETAIL RECORD PER
000500*   TIME BAND CARRYING THE BALANCES REPRICING AND FALLING DUE
000600*   IN THE BAND, THEN ONE TRAILER WITH THE DEPOSIT BOOK TOTAL
000700*   THE BANDS ARE RECONCILED TO. AMOUNTS ARE IN LOCAL CURRENCY
000800*   UNLESS MARKED AS DEPOSIT CURRENCY. ALL FIELDS ARE DISPLAY.
000900*
001000     03  DLLIQRTN-REC-TYPE          PIC X(01).
001100         88  DLLIQRTN-HEADER                 VALUE 'H'.
001200         88  DLLIQRTN-DETAIL                 VALUE 'D'.
001300         88  DLLIQRTN-TRAILER                VALUE 'T'.
001400     03  DLLIQRTN-DETAIL-DATA.
001500         05  DLLIQRTN-D-CCY         PIC X(03).
001600         05  DLLIQRTN-D-BAND        PIC X(02).
001700         05  DLLIQRTN-D-BAND-DAYS   PIC 9(05).
001800         05  DLLIQRTN-D-DEPOSITS    PIC 9(07).
001900         05  DLLIQRTN-D-CCY-REPRICE PIC S9(15)V99
002000                                    SIGN LEADING SEPARATE.
002100         05  DLLIQRTN-D-REPRICE     PIC S9(15)V99
002200                                    SIGN LEADING SEPARATE.
002300         05  DLLIQRTN-D-CCY-OUTFLOW PIC S9(15)V99
002400                                    SIGN LEADING SEPARATE.
002500         05  DLLIQRTN-D-OUTFLOW     PIC S9(15)V99
002600                                    SIGN LEADING SEPARATE.
002700         05  DLLIQRTN-D-FX-RATE     PIC 9(07)V9(10).
002800         05  FILLER                 PIC X(13).
002900     03  DLLIQRTN-HEADER-DATA REDEFINES DLLIQRTN-DETAIL-DATA.
003000         05  DLLIQRTN-H-ENTITY-ID   PIC X(10).
003100         05  DLLIQRTN-H-AS-AT-DATE  PIC 9(08).
003200         05  DLLIQRTN-H-LOCAL-CCY   PIC X(03).
003300         05  DLLIQRTN-H-SHOCK-BP    PIC 9(05).
003400         05  FILLER                 PIC X(93).
003500     03  DLLIQRTN-TRAILER-DATA REDEFINES DLLIQRTN-DETAIL-DATA.
003600         05  DLLIQRTN-T-ENTITY-ID   PIC X(10).
003700         05  DLLIQRTN-T-DETAILS     PIC 9(07).
003800         05  DLLIQRTN-T-DEPOSITS    PIC 9(09).
003900         05  DLLIQRTN-T-BOOK-TOTAL  PIC S9(15)V99
004000                                    SIGN LEADING SEPARATE.
004100         05  DLLIQRTN-T-REPRICE     PIC S9(15)V99
004200                                    SIGN LEADING SEPARATE.
004300         05  DLLIQRTN-T-OUTFLOW     PIC S9(15)V99
004400                                    SIGN LEADING SEPARATE.
004500         05  FILLER                 PIC X(39).
