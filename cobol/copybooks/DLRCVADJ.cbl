000100*
000200*   DLRCVADJ - RECEIPT ADJUSTMENT JOURNAL / MOVEMENT RECORD
000300*   ONE ROW PER DLRCVHST ROW CHANGED BY A POST-RECEIPT
000400*   CORRECTION (REVERSAL, RE-QUANTIFY OR PO RE-ASSIGNMENT).
000500*   DLR195 APPENDS EVERY ROW TO THE PERMANENT AUDIT JOURNAL
000600*   (RCVADJNL) AND WRITES THE SAME ROW TO THE NIGHT'S MOVEMENT
000700*   FILE (RCVADJMV), WHICH DLR100, DLR102, DLR070 AND DLR122
000800*   READ TO CARRY THE CORRECTION INTO COST, STOCK, STORE
000900*   BILLING AND THE ERS PAYMENT FEED. QUANTITY AND VALUE
001000*   DELTAS ARE SIGNED - NEGATIVE FOR STOCK TAKEN OFF.
001100*
001200     03  DLRCVADJ-ADJ-DATE          PIC 9(08).
001300     03  DLRCVADJ-ADJ-SEQ           PIC 9(05).
001400     03  DLRCVADJ-ADJ-TYPE          PIC X(01).
001500         88  DLRCVADJ-REVERSAL               VALUE 'R'.
001600         88  DLRCVADJ-REQUANTIFY             VALUE 'Q'.
001700         88  DLRCVADJ-PO-CHANGE              VALUE 'P'.
001800     03  DLRCVADJ-RECEIPT-LOCN      PIC 9(04).
001900     03  DLRCVADJ-RECEIPT-NO        PIC 9(09).
002000     03  DLRCVADJ-STR-NO            PIC 9(04).
002100     03  DLRCVADJ-PROD-NO           PIC 9(14).
002200     03  DLRCVADJ-KEYCODE-NO        PIC X(08).
002300     03  DLRCVADJ-SUP-ID            PIC 9(08).
002400     03  DLRCVADJ-ERS-STATUS        PIC X(01).
002500     03  DLRCVADJ-OLD-QTY           PIC 9(09).
002600     03  DLRCVADJ-NEW-QTY           PIC 9(09).
002700     03  DLRCVADJ-QTY-DELTA         PIC S9(09)   COMP-3.
002800     03  DLRCVADJ-UNIT-COST         PIC 9(11)V9(3).
002900     03  DLRCVADJ-VALUE-DELTA       PIC S9(11)V99 COMP-3.
003000     03  DLRCVADJ-OLD-ORDER-NO      PIC X(12).
003100     03  DLRCVADJ-NEW-ORDER-NO      PIC X(12).
003200     03  DLRCVADJ-REASON-CODE       PIC X(02).
003300     03  DLRCVADJ-USER-ID           PIC X(08).
003400     03  FILLER                     PIC X(20).
