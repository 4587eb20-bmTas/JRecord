002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002230*  02 | 15/10/26 | BLANK THE NEW ORIGINAL-      | R. GEALL       *
002260*     |          | CURRENCY FIELDS ON DLGLJRNL  |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
016000     MOVE DLR062-COST-CENTRE   TO DLGLJRNL-COST-CENTRE.
016100     MOVE ZERO                 TO DLGLJRNL-DEPT-NO.
016200     MOVE ZERO                 TO DLGLJRNL-QTY-SOLD.
016230     MOVE SPACES               TO DLGLJRNL-ORIG-CCY.
016260     MOVE ZERO                 TO DLGLJRNL-ORIG-AMOUNT.
016300*    DEBIT THE LOYALTY EXPENSE ACCOUNT WITH THE MOVEMENT.
016400     MOVE DLR062-EXPENSE-ACCT  TO DLGLJRNL-GL-ACCOUNT.
016500     SET DLGLJRNL-IS-DEBIT     TO TRUE.
