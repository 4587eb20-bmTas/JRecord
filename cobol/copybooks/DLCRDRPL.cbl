000100*
000200*   DLCRDRPL - LOYALTY CARD REPLACEMENT TRANSACTION
000300*   ONE RECORD PER CARD REPLACED AT THE SERVICE DESK: THE LOST,
000400*   STOLEN OR DAMAGED 16-DIGIT DTAR107 CARD, THE CARD ISSUED IN
000500*   ITS PLACE, WHY, AND THE DATE THE CUSTOMER REPORTED IT
000600*   (CCYYMMDD). APPLIED BY DLR178.
000700*
000800     03  DLCRDRPL-OLD-CARD-NO       PIC 9(16).
000900     03  DLCRDRPL-NEW-CARD-NO       PIC 9(16).
001000     03  DLCRDRPL-REASON            PIC X(02).
001100         88  DLCRDRPL-LOST                   VALUE 'LO'.
001200         88  DLCRDRPL-STOLEN                 VALUE 'ST'.
001300         88  DLCRDRPL-DAMAGED                VALUE 'DM'.
001400         88  DLCRDRPL-VALID-REASON           VALUE 'LO' 'ST' 'DM'.
001500     03  DLCRDRPL-REPL-DATE         PIC 9(08).
001600     03  DLCRDRPL-DESK-STORE-NO     PIC 9(04).
001700     03  FILLER                     PIC X(10).
