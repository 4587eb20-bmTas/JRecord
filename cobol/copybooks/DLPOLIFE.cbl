000400*   BY EVERY DOWNLOAD SO RUN-OVER-RUN DELTAS (NEW, CHANGED,
000500*   DISAPPEARED) CAN BE DETECTED INSTEAD OF EACH DOWNLOAD
000600*   SILENTLY OVERWRITING OUR PICTURE OF THE ORDER BOOK.
000610*   A PO THAT LEAVES THE DOWNLOAD AFTER IT HAS BEEN RECEIVED
000620*   IS MARKED COMPLETED RATHER THAN DISAPPEARED.
000700*
000800     03  DLPOLIFE-PO-NO             PIC 9(12).
000900     03  DLPOLIFE-VENDOR            PIC 9(10).
001600     03  DLPOLIFE-STATUS            PIC X(01).
001700         88  DLPOLIFE-ON-FEED                VALUE 'O'.
001800         88  DLPOLIFE-DISAPPEARED            VALUE 'D'.
001810         88  DLPOLIFE-COMPLETED              VALUE 'C'.
001900*    ORDER-VALUE ABOVE IS THE LOCAL EQUIVALENT; FOREIGN-QUOTED
002000*    ORDERS ALSO CARRY THE ORDER CURRENCY AND THE VALUE IN IT
002100*    (CCY SPACES AND CCY VALUE = LOCAL VALUE FOR LOCAL ORDERS).
002200     03  DLPOLIFE-ORDER-CCY         PIC X(03).
002300     03  DLPOLIFE-ORDER-VALUE-CCY   PIC S9(13)V99 COMP-3.
002400*    ORDERED QUANTITY BY RECEIVING DC, SUMMED OVER THE PO'S
002500*    LOCATION RECORDS, SO DLR072 CAN SEE QUANTITY AND LOCATION
002600*    CHANGES AND DLR207 CAN TELL THE VENDOR. QTY-HELD IS SET
002700*    ONCE THE TABLE HAS BEEN FILLED FROM A DOWNLOAD - ROWS
002800*    WRITTEN BEFORE THE TABLE WAS CARRIED ARE NOT COMPARED
002900*    UNTIL THEN. DCS BEYOND THE TWENTIETH COUNT IN TOTAL-QTY.
003000     03  DLPOLIFE-QTY-HELD-SW       PIC X(01).
003100         88  DLPOLIFE-QTY-HELD               VALUE 'Y'.
003200     03  DLPOLIFE-TOTAL-QTY         PIC 9(09).
003300     03  DLPOLIFE-LOCN-COUNT        PIC 9(02).
003400     03  DLPOLIFE-LOCN OCCURS 20 TIMES.
003500         05  DLPOLIFE-DC-NO         PIC 9(04).
003600         05  DLPOLIFE-DC-QTY        PIC 9(09).
