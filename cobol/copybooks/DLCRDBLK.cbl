000100*
000200*   DLCRDBLK - BLOCKED LOYALTY CARD REGISTER RECORD
000300*   ONE ROW PER 16-DIGIT DTAR107 CARD TAKEN OUT OF USE BY A
000400*   DLR178 CARD REPLACEMENT, CARRYING THE CARD ITS BALANCES
000500*   WERE MOVED TO, THE REPLACEMENT REASON AND THE DATE THE
000600*   CARD WAS REPORTED. DLR179 LISTS ANY DTAR107 ACTIVITY ON A
000700*   BLOCKED CARD ON OR AFTER THAT DATE AS POSSIBLE FRAUD.
000800*
000900     03  DLCRDBLK-CARD-NO           PIC 9(16).
001000     03  DLCRDBLK-REPLACED-BY       PIC 9(16).
001100     03  DLCRDBLK-REASON            PIC X(02).
001200     03  DLCRDBLK-BLOCK-DATE        PIC 9(08).
001300     03  DLCRDBLK-RUN-DATE          PIC 9(08).
001400     03  DLCRDBLK-DESK-STORE-NO     PIC 9(04).
