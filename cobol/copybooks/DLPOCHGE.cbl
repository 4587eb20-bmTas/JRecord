000100*
000200*   DLPOCHGE - OUTBOUND EDI PURCHASE ORDER CHANGE RECORD
000300*   THE PO CHANGE FILE DLR207 WRITES FOR THE EDI TRANSLATOR,
000400*   IN THE PURCHASE-ORDER-CHANGE SEGMENTS THE VENDORS ALREADY
000500*   TAKE: A FILE HEADER, THEN PER NOTICE A CHANGE HEADER (BCH
000600*   - PURPOSE 01 CANCELS THE WHOLE ORDER, 04 CHANGES IT), ONE
000700*   DATE RECORD PER DATE MOVED (DTM - QUALIFIER 002 DELIVERY
000800*   REQUESTED, 001 CANCEL AFTER), ONE LINE PER RECEIVING DC
000900*   CHANGED (POC - QI/QD QUANTITY UP/DOWN, AI DC ADDED, DI DC
001000*   DELETED) AND A NOTICE TRAILER; THEN A FILE TRAILER.
001100*   DATES ARE CCYYMMDD, ZERO WHERE THE ORDER CARRIED NONE.
001200*
001300     03  DLPOCHGE-RECORD-TYPE       PIC X(02).
001400         88  DLPOCHGE-FILE-HEADER            VALUE 'FH'.
001500         88  DLPOCHGE-CHANGE-HEADER          VALUE 'BH'.
001600         88  DLPOCHGE-DATE-RECORD            VALUE 'DT'.
001700         88  DLPOCHGE-LINE-RECORD            VALUE 'LN'.
001800         88  DLPOCHGE-CHANGE-TRAILER         VALUE 'BT'.
001900         88  DLPOCHGE-FILE-TRAILER           VALUE 'FT'.
002000     03  DLPOCHGE-DATA              PIC X(78).
002100     03  DLPOCHGE-FH-DATA REDEFINES DLPOCHGE-DATA.
002200         05  DLPOCHGE-FH-CREATE-DATE PIC 9(08).
002300         05  FILLER                 PIC X(70).
002400     03  DLPOCHGE-BH-DATA REDEFINES DLPOCHGE-DATA.
002500         05  DLPOCHGE-BH-VENDOR     PIC 9(10).
002600         05  DLPOCHGE-BH-PO-NO      PIC 9(12).
002700         05  DLPOCHGE-BH-CHANGE-SEQ PIC 9(03).
002800         05  DLPOCHGE-BH-PURPOSE    PIC X(02).
002900         05  DLPOCHGE-BH-ORDER-TYPE PIC X(02).
003000         05  DLPOCHGE-BH-CHANGE-DATE PIC 9(08).
003100         05  DLPOCHGE-BH-DEPARTMENT PIC X(04).
003200         05  FILLER                 PIC X(37).
003300     03  DLPOCHGE-DT-DATA REDEFINES DLPOCHGE-DATA.
003400         05  DLPOCHGE-DT-QUALIFIER  PIC X(03).
003500         05  DLPOCHGE-DT-OLD-DATE   PIC 9(08).
003600         05  DLPOCHGE-DT-NEW-DATE   PIC 9(08).
003700         05  FILLER                 PIC X(59).
003800     03  DLPOCHGE-LN-DATA REDEFINES DLPOCHGE-DATA.
003900         05  DLPOCHGE-LN-SHIP-TO-DC PIC 9(04).
004000         05  DLPOCHGE-LN-CHANGE-CODE PIC X(02).
004100         05  DLPOCHGE-LN-OLD-QTY    PIC 9(09).
004200         05  DLPOCHGE-LN-NEW-QTY    PIC 9(09).
004300         05  FILLER                 PIC X(54).
004400     03  DLPOCHGE-BT-DATA REDEFINES DLPOCHGE-DATA.
004500         05  DLPOCHGE-BT-RECORD-COUNT PIC 9(05).
004600         05  FILLER                 PIC X(73).
004700     03  DLPOCHGE-FT-DATA REDEFINES DLPOCHGE-DATA.
004800         05  DLPOCHGE-FT-NOTICE-COUNT PIC 9(07).
004900         05  FILLER                 PIC X(71).
