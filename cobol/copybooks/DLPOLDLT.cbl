000100*
000200*   DLPOLDLT - PO LIFECYCLE DELTA EVENT RECORD
000300*   ONE ROW PER CHANGE DLR072 FINDS BETWEEN THE NIGHT'S AMS PO
000400*   DOWNLOAD AND DLPOLIFE, WRITTEN TO POLDELTA WITH THE EVENTS
000500*   FOR A PO TOGETHER. OLD AND NEW TEXT CARRY THE DATE, CODE OR
000600*   VALUE THAT CHANGED; DC AND QUANTITIES ARE SET FOR LOCATION
000700*   EVENTS ONLY. DLR207 RAISES THE VENDOR PO CHANGE NOTICES
000800*   FROM IT.
000900*
001000     03  DLPOLDLT-PO-NO             PIC 9(12).
001100     03  DLPOLDLT-VENDOR            PIC 9(10).
001200     03  DLPOLDLT-DEPARTMENT        PIC X(04).
001300     03  DLPOLDLT-RUN-DATE          PIC 9(08).
001400     03  DLPOLDLT-EVENT             PIC X(02).
001500         88  DLPOLDLT-NEW-PO                 VALUE 'NW'.
001600         88  DLPOLDLT-EXP-DATE-CHANGED       VALUE 'ED'.
001700         88  DLPOLDLT-CANCEL-DATE-CHANGED    VALUE 'CB'.
001800         88  DLPOLDLT-DEPT-CHANGED           VALUE 'DP'.
001900         88  DLPOLDLT-VALUE-CHANGED          VALUE 'VL'.
002000         88  DLPOLDLT-LOCN-QTY-CHANGED       VALUE 'LQ'.
002100         88  DLPOLDLT-LOCN-ADDED             VALUE 'LA'.
002200         88  DLPOLDLT-LOCN-DROPPED           VALUE 'LD'.
002300         88  DLPOLDLT-DISAPPEARED            VALUE 'DS'.
002400         88  DLPOLDLT-COMPLETED              VALUE 'CM'.
002500     03  DLPOLDLT-OLD-TEXT          PIC X(16).
002600     03  DLPOLDLT-NEW-TEXT          PIC X(16).
002700     03  DLPOLDLT-DC-NO             PIC 9(04).
002800     03  DLPOLDLT-OLD-QTY           PIC 9(09).
002900     03  DLPOLDLT-NEW-QTY           PIC 9(09).
003000     03  FILLER                     PIC X(10).
