000100*
000200*   DLSCVREC - SINGLE CUSTOMER VIEW FILE RECORD (DEPOSIT
000300*   INSURANCE SCHEME LAYOUT)
000400*   ONE HEADER, THEN FOR EACH DEPOSITOR ONE DEPOSITOR RECORD
000500*   (AGGREGATE BALANCE, ACCRUED INTEREST, INSURED AND
000600*   UNINSURED SPLIT AGAINST THE COVER LIMIT) FOLLOWED BY ONE
000700*   ACCOUNT RECORD PER DEPOSIT, THEN ONE TRAILER CARRYING THE
000800*   CONTROL TOTALS. AMOUNTS ARE IN LOCAL CURRENCY UNLESS
000900*   MARKED AS DEPOSIT CURRENCY. ALL FIELDS ARE DISPLAY.
001000*
001100     03  DLSCVREC-REC-TYPE          PIC X(01).
001200         88  DLSCVREC-HEADER                 VALUE 'H'.
001300         88  DLSCVREC-DEPOSITOR              VALUE 'C'.
001400         88  DLSCVREC-ACCOUNT                VALUE 'A'.
001500         88  DLSCVREC-TRAILER                VALUE 'T'.
001600     03  DLSCVREC-DEPOSITOR-DATA.
001700         05  DLSCVREC-C-DEPOSITOR-ID
001800                                    PIC X(20).
001900         05  DLSCVREC-C-HOME-BRANCH PIC X(04).
002000         05  DLSCVREC-C-ACCOUNTS    PIC 9(05).
002100         05  DLSCVREC-C-BALANCE     PIC S9(13)V99
002200                                    SIGN LEADING SEPARATE.
002300         05  DLSCVREC-C-ACCRUED     PIC S9(13)V99
002400                                    SIGN LEADING SEPARATE.
002500         05  DLSCVREC-C-TOTAL       PIC S9(13)V99
002600                                    SIGN LEADING SEPARATE.
002700         05  DLSCVREC-C-INSURED     PIC 9(13)V99.
002800         05  DLSCVREC-C-UNINSURED   PIC 9(13)V99.
002900         05  DLSCVREC-C-COVER-LIMIT PIC 9(09).
003000         05  FILLER                 PIC X(84).
003100     03  DLSCVREC-ACCOUNT-DATA REDEFINES DLSCVREC-DEPOSITOR-DATA.
003200         05  DLSCVREC-A-DEPOSITOR-ID
003300                                    PIC X(20).
003400         05  DLSCVREC-A-PROD-TYP    PIC X(02).
003500         05  DLSCVREC-A-DEP-NO      PIC X(11).
003600         05  DLSCVREC-A-BRANCH      PIC X(04).
003700*        DEPOSIT CURRENCY.
003800         05  DLSCVREC-A-CCY         PIC X(03).
003900         05  DLSCVREC-A-CCY-BALANCE PIC S9(13)V99
004000                                    SIGN LEADING SEPARATE.
004100         05  DLSCVREC-A-CCY-ACCRUED PIC S9(13)V99
004200                                    SIGN LEADING SEPARATE.
004300         05  DLSCVREC-A-FX-RATE     PIC 9(07)V9(10).
004400         05  DLSCVREC-A-RATE-IND    PIC X(01).
004500*        LOCAL CURRENCY.
004600         05  DLSCVREC-A-BALANCE     PIC S9(13)V99
004700                                    SIGN LEADING SEPARATE.
004800         05  DLSCVREC-A-ACCRUED     PIC S9(13)V99
004900                                    SIGN LEADING SEPARATE.
005000         05  DLSCVREC-A-LAST-TXN-DATE
005100                                    PIC 9(08).
005200         05  FILLER                 PIC X(70).
005300     03  DLSCVREC-HEADER-DATA REDEFINES DLSCVREC-DEPOSITOR-DATA.
005400         05  DLSCVREC-H-ENTITY-ID   PIC X(10).
005500         05  DLSCVREC-H-AS-AT-DATE  PIC 9(08).
005600         05  DLSCVREC-H-RUN-PURPOSE PIC X(01).
005700             88  DLSCVREC-H-LIVE             VALUE 'L'.
005800             88  DLSCVREC-H-EXERCISE         VALUE 'E'.
005900         05  DLSCVREC-H-LOCAL-CCY   PIC X(03).
006000         05  DLSCVREC-H-COVER-LIMIT PIC 9(09).
006100         05  FILLER                 PIC X(169).
006200     03  DLSCVREC-TRAILER-DATA REDEFINES DLSCVREC-DEPOSITOR-DATA.
006300         05  DLSCVREC-T-ENTITY-ID   PIC X(10).
006400         05  DLSCVREC-T-DEPOSITORS  PIC 9(09).
006500         05  DLSCVREC-T-ACCOUNTS    PIC 9(09).
006600         05  DLSCVREC-T-TOTAL       PIC S9(15)V99
006700                                    SIGN LEADING SEPARATE.
006800         05  DLSCVREC-T-INSURED     PIC 9(15)V99.
006900         05  DLSCVREC-T-UNINSURED   PIC 9(15)V99.
007000         05  FILLER                 PIC X(120).
