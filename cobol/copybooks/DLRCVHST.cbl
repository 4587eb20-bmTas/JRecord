000500*   MULTI-WEEK RECEIVING QUESTIONS CAN BE ANSWERED. ONE ROW PER
000600*   RECEIPT HEADER (ROW TYPE 'H', STORE ZERO) AND ONE PER STORE
000700*   ALLOCATION (ROW TYPE 'S'), KEYED BY DC, RECEIPT, STORE AND
000800*   PRODUCT SO SUCCESSIVE NIGHTS CANNOT COLLIDE. ALTERNATE KEYS
000810*   ON KEYCODE (ALLOCATION ROWS) AND ORDER NUMBER (HEADER ROWS),
000820*   BOTH WITH DUPLICATES, LET DLR238 GO STRAIGHT TO A LINE'S OR
000830*   A PO'S RECEIPTS.
000900*
001000     03  DLRCVHST-KEY.
001100         05  DLRCVHST-RECEIPT-LOCN  PIC 9(04).
002700*    (BLANK ON ALLOCATION ROWS).
002800     03  DLRCVHST-ORDER-NO          PIC X(12).
002900     03  DLRCVHST-INVOICE-NO        PIC X(20).
003000*    KEYCODE AND UNIT COST OF THE RECEIVED LINE (ALLOCATION ROWS)
003100*    AND THE ERS STATUS OF THE RECEIPT (HEADER ROWS), CARRIED SO
003200*    DLR195 CAN VALUE A CORRECTION WITHOUT THE ORIGINAL EXTRACT.
003300*    ROWS LOADED BEFORE THESE FIELDS EXISTED HOLD SPACES HERE.
003400     03  DLRCVHST-KEYCODE-NO        PIC X(08).
003500     03  DLRCVHST-UNIT-COST         PIC 9(11)V9(3).
003600     03  DLRCVHST-ERS-STATUS        PIC X(01).
003700*    POST-RECEIPT CORRECTION STATE, SET BY DLR195. A CORRECTED
003800*    ROW IS NOT OVERLAID WHEN DLR067 SEES THE RECEIPT AGAIN.
003900     03  DLRCVHST-ADJ-STATUS        PIC X(01).
004000         88  DLRCVHST-NOT-ADJUSTED           VALUE ' '.
004100         88  DLRCVHST-ADJUSTED               VALUE 'A'.
004200         88  DLRCVHST-REVERSED               VALUE 'R'.
004300     03  DLRCVHST-ADJ-COUNT         PIC 9(03).
004400     03  DLRCVHST-LAST-ADJ-DATE     PIC 9(08).
004500*    VENDOR INVOICE MATCH STATE OF A RECEIPT HEADER, SET BY DLR123
004600*    WHEN AN INVOICE IS MATCHED WITHIN TOLERANCE. AN UNMATCHED,
004700*    NON-ERS HEADER IS GOODS RECEIVED NOT INVOICED (DLR201).
004800*    DLR067 KEEPS THE STAMP WHEN IT OVERLAYS A RECEIPT.
004900     03  DLRCVHST-INV-MATCH.
005000         05  DLRCVHST-INV-MATCH-STATUS PIC X(01).
005100             88  DLRCVHST-INV-UNMATCHED       VALUE ' '.
005200             88  DLRCVHST-INV-MATCHED         VALUE 'M'.
005300         05  DLRCVHST-MATCH-INVOICE-NO PIC X(20).
005400         05  DLRCVHST-MATCH-DATE       PIC 9(08).
