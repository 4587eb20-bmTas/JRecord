000100*
000200*   DLLIENBK - LIEN-BLOCKED DEBIT RECORD
000300*   ONE ROW PER WDL / PW / ROL DEBIT THAT DLR218 BLOCKED FOR
000400*   BREACHING A LIEN, WRITTEN TO LIENBLKD WITH THE RUN DATE IT
000500*   WAS BLOCKED. DLR137 LOADS THE FILE INTO A TABLE AND
000600*   WITHHOLDS ANY WITHDRAWAL ON IT FROM THE PAYMENT FILE. THE
000700*   AMOUNT IS THE RAW AQTRANS DEBIT AMOUNT.
000800*
000900     03  DLLIENBK-ACC-NO            PIC X(20).
001000     03  DLLIENBK-DEP-NO            PIC X(11).
001100     03  DLLIENBK-TRANS-REF         PIC X(13).
001200     03  DLLIENBK-VER-NO            PIC X(02).
001300     03  DLLIENBK-PROD-TRNTYP       PIC X(04).
001400     03  DLLIENBK-BRANCH            PIC X(04).
001500     03  DLLIENBK-DR-AMT            PIC S9(15)   COMP-3.
001600     03  DLLIENBK-BLOCKED-DATE      PIC 9(08).
