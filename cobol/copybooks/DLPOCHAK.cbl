000100*
000200*   DLPOCHAK - VENDOR PO CHANGE ACKNOWLEDGEMENT RECORD
000300*   ONE RECORD PER PO CHANGE NOTICE ANSWERED, AS RETURNED BY
000400*   THE EDI TRANSLATOR FROM THE VENDOR'S ACKNOWLEDGEMENT,
000500*   QUOTING THE PO AND CHANGE SEQUENCE OF THE DLPOCHGE NOTICE
000600*   BEING ANSWERED. A REJECTION CARRIES THE VENDOR'S REASON.
000700*
000800     03  DLPOCHAK-VENDOR            PIC 9(10).
000900     03  DLPOCHAK-PO-NO             PIC 9(12).
001000     03  DLPOCHAK-CHANGE-SEQ        PIC 9(03).
001100     03  DLPOCHAK-ACK-CODE          PIC X(02).
001200         88  DLPOCHAK-ACCEPTED               VALUE 'AC'.
001300         88  DLPOCHAK-REJECTED               VALUE 'RJ'.
001400     03  DLPOCHAK-ACK-DATE          PIC 9(08).
001500     03  DLPOCHAK-REASON            PIC X(30).
001600     03  FILLER                     PIC X(15).
