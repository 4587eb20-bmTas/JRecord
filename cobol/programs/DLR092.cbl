001600*   10-SUB-INVOICE LIMITS ARE ENFORCED WITH A CLEAR REJECTION    *
001700*   REPORT AND EVERY APPLIED CHANGE IS LOGGED TO THE AUDIT       *
001800*   FILE, SO THE ODO BOOKKEEPING STOPS BEING HAND-EDITED.        *
001830*   A CREDIT NOTE (C) - WRITTEN BY DLR222 WHEN A DISPUTE IS      *
001860*   UPHELD - TAKES ITS AMOUNT OFF THE DISPUTED INVOICE.          *
001870*   A REINSTATEMENT (R) - WRITTEN BY DLR225 FOR A RETURNED       *
001880*   DIRECT DEBIT - ADDS THE DEBIT BACK ONTO THE INVOICE.         *
001886*   A WRITE-OFF (W) - WRITTEN BY DLR226 FROM AN APPROVED CARD -  *
001892*   REMOVES A BAD DEBT WHOSE AMOUNT STILL AGREES WITH THE CARD.  *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002220*     |          | AGAINST DLCRLIMM - OVER-     |                *
002230*     |          | LIMIT INVOICES GO TO CREDIT  |                *
002240*     |          | HOLD FOR DLR141, NOT POSTED  |                *
002270*  03 | 15/10/26 | CREDIT NOTE CARDS (C) FROM   | R. GEALL       *
002280*     |          | DLR222 UPHELD DISPUTES       |                *
002285*  04 | 15/10/26 | REINSTATE CARDS (R) FROM     | R. GEALL       *
002290*     |          | DLR225 RETURNED DEBITS       |                *
002292*  05 | 15/10/26 | WRITE-OFF CARDS (W) FROM     | R. GEALL       *
002294*     |          | DLR226 APPROVED WRITE-OFFS   |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
004900         88  MNT-AMEND-INVOICE          VALUE 'M'.
005000         88  MNT-SUB-INVOICE            VALUE 'S'.
005100         88  MNT-DELETE-INVOICE         VALUE 'D'.
005150         88  MNT-CREDIT-NOTE            VALUE 'C'.
005170         88  MNT-REINSTATE              VALUE 'R'.
005180         88  MNT-WRITE-OFF              VALUE 'W'.
005200     05  MNT-CUSTOMER-NUMBER     PIC 9(09).
005300     05  MNT-INVOICE-NUMBER      PIC X(10).
005400     05  MNT-INVOICE-DATE        PIC X(10).
022100                 PERFORM 3300-MAINTAIN-SUB-LINE
022200             WHEN 'D'
022300                 PERFORM 3400-DELETE-INVOICE
022330             WHEN 'C'
022360                 PERFORM 3500-CREDIT-NOTE
022370             WHEN 'R'
022380                 PERFORM 3600-REINSTATE-INVOICE
022386             WHEN 'W'
022392                 PERFORM 3700-WRITE-OFF-INVOICE
022400             WHEN OTHER
022500                 MOVE 'UNKNOWN ACTION CODE           '
022600                     TO DLR092-R-REASON
034500         TO INVOICES (DLR092-SHUFFLE-SUB).
034600 3450-EXIT.
034700     EXIT.
034704
034708*    INVOICE-AMOUNT IS UNSIGNED, SO A CREDIT NOTE IS POSTED BY
034712*    REDUCING THE INVOICE IT WAS RAISED AGAINST. THE AUDIT ROW
034716*    CARRIES THE CREDIT AMOUNT AND THE CREDIT NOTE NUMBER.
034720 3500-CREDIT-NOTE.
034724     EVALUATE TRUE
034728         WHEN NOT DLR092-FOUND
034732             MOVE 'INVOICE NOT ON CUSTOMER       '
034736                 TO DLR092-R-REASON
034740             PERFORM 4000-REJECT-CARD
034744         WHEN DLR092-C-AMOUNT (DLR092-CX)
034748                  > INVOICE-AMOUNT (DLR092-HIT-SUB)
034752             MOVE 'CREDIT EXCEEDS INVOICE AMOUNT '
034756                 TO DLR092-R-REASON
034760             PERFORM 4000-REJECT-CARD
034764         WHEN OTHER
034768             SUBTRACT DLR092-C-AMOUNT (DLR092-CX)
034772                 FROM INVOICE-AMOUNT (DLR092-HIT-SUB)
034776             PERFORM 4100-APPLY-AND-AUDIT
034780     END-EVALUATE.
034784 3500-EXIT.
034788     EXIT.
034792
034796*    A REINSTATEMENT (R) FROM DLR225 PUTS BACK THE AMOUNT OF A
034800*    DIRECT DEBIT THE BANK RETURNED, RE-OPENING THE INVOICE THE
034804*    EXPECTED PAYMENT HAD SETTLED.
034808 3600-REINSTATE-INVOICE.
034812     EVALUATE TRUE
034816         WHEN NOT DLR092-FOUND
034820             MOVE 'INVOICE NOT ON CUSTOMER       '
034824                 TO DLR092-R-REASON
034828             PERFORM 4000-REJECT-CARD
034832         WHEN DLR092-C-AMOUNT (DLR092-CX)
034836                  + INVOICE-AMOUNT (DLR092-HIT-SUB) > 9999
034840             MOVE 'REINSTATED AMOUNT TOO LARGE   '
034844                 TO DLR092-R-REASON
034848             PERFORM 4000-REJECT-CARD
034852         WHEN OTHER
034856             ADD DLR092-C-AMOUNT (DLR092-CX)
034860                 TO INVOICE-AMOUNT (DLR092-HIT-SUB)
034864             PERFORM 4100-APPLY-AND-AUDIT
034868     END-EVALUATE.
034872 3600-EXIT.
034873     EXIT.
034874
034875*    A WRITE-OFF (W) FROM DLR226 TAKES THE INVOICE OUT OF THE
034876*    GROUP AS A DELETION DOES, BUT ONLY WHILE THE LEDGER AMOUNT
034877*    STILL AGREES WITH THE AMOUNT THE WRITE-OFF WAS APPROVED FOR.
034878 3700-WRITE-OFF-INVOICE.
034879     EVALUATE TRUE
034880         WHEN NOT DLR092-FOUND
034881             MOVE 'INVOICE NOT ON CUSTOMER       '
034882                 TO DLR092-R-REASON
034883             PERFORM 4000-REJECT-CARD
034884         WHEN DLR092-C-AMOUNT (DLR092-CX)
034885                  NOT = INVOICE-AMOUNT (DLR092-HIT-SUB)
034886             MOVE 'WRITE-OFF AMOUNT NOT ON LEDGER'
034887                 TO DLR092-R-REASON
034888             PERFORM 4000-REJECT-CARD
034889         WHEN OTHER
034890             PERFORM 3450-SHUFFLE-ONE-SLOT
034891                 VARYING DLR092-SHUFFLE-SUB
034892                 FROM DLR092-HIT-SUB BY 1
034893                 UNTIL DLR092-SHUFFLE-SUB >= INVOICE-COUNT
034894             SUBTRACT 1 FROM INVOICE-COUNT
034895             PERFORM 4100-APPLY-AND-AUDIT
034896     END-EVALUATE.
034897 3700-EXIT.
034898     EXIT.
034899
034900 4000-REJECT-CARD.
035000     ADD 1 TO DLR092-REJECTED.
035100     MOVE 'R' TO DLR092-C-STATUS (DLR092-CX).
