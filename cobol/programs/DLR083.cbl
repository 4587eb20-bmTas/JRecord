001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002130*  02 | 15/10/26 | BLANK THE NEW ORIGINAL-      | R. GEALL       *
002160*     |          | CURRENCY FIELDS ON DLGLJRNL  |                *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
021500             TO DLGLJRNL-COST-CENTRE
021600         MOVE ZERO TO DLGLJRNL-DEPT-NO
021700         MOVE ZERO TO DLGLJRNL-QTY-SOLD
021730         MOVE SPACES TO DLGLJRNL-ORIG-CCY
021760         MOVE ZERO TO DLGLJRNL-ORIG-AMOUNT
021800         MOVE 'AQTRANS EOD POSTING'
021900             TO DLGLJRNL-NARRATIVE
022000         MOVE DLR083-R-DEBIT-ACCT (DLR083-RX)
