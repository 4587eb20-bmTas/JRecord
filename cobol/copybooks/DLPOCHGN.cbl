000100*
000200*   DLPOCHGN - VENDOR PO CHANGE NOTICE LOG RECORD
000300*   ONE ROW PER PO CHANGE NOTICE DLR207 HAS SENT A VENDOR,
000400*   KEYED ON THE PO AND THE CHANGE SEQUENCE NUMBER QUOTED ON
000500*   THE NOTICE (001 FOR THE FIRST CHANGE TO THE ORDER). A NEW
000600*   NOTICE SUPERSEDES ANY EARLIER ONE FOR THE PO STILL WAITING
000700*   FOR AN ANSWER. DLR208 MARKS EACH ROW ACKNOWLEDGED OR
000800*   REJECTED FROM THE VENDOR'S DLPOCHAK ACKNOWLEDGEMENT.
000900*
001000     03  DLPOCHGN-KEY.
001100         05  DLPOCHGN-PO-NO         PIC 9(12).
001200         05  DLPOCHGN-CHANGE-SEQ    PIC 9(03).
001300     03  DLPOCHGN-VENDOR            PIC 9(10).
001400     03  DLPOCHGN-DEPARTMENT        PIC X(04).
001500     03  DLPOCHGN-PURPOSE           PIC X(02).
001600         88  DLPOCHGN-CANCELLATION           VALUE '01'.
001700         88  DLPOCHGN-CHANGE                 VALUE '04'.
001800     03  DLPOCHGN-ISSUE-DATE        PIC 9(08).
001900     03  DLPOCHGN-DATES-CHANGED     PIC 9(01).
002000     03  DLPOCHGN-LINES-CHANGED     PIC 9(03).
002100     03  DLPOCHGN-STATUS            PIC X(01).
002200         88  DLPOCHGN-OUTSTANDING            VALUE 'O'.
002300         88  DLPOCHGN-ACKNOWLEDGED           VALUE 'A'.
002400         88  DLPOCHGN-REJECTED               VALUE 'R'.
002500         88  DLPOCHGN-SUPERSEDED             VALUE 'S'.
002600     03  DLPOCHGN-STATUS-DATE       PIC 9(08).
002700     03  DLPOCHGN-ACK-DATE          PIC 9(08).
002800     03  DLPOCHGN-REJECT-REASON     PIC X(30).
002900     03  FILLER                     PIC X(20).
