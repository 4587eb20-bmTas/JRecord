000200*   DLCLAIMR - VENDOR COMPLIANCE CHARGEBACK CLAIMS REGISTER
000300*   ONE ROW PER CHARGEBACK CLAIM RAISED BY DLR068 FROM THE
000400*   DLR014 SHORTAGE/OVERAGE AND DLR018 ASN-MATCH EXCEPTION
000500*   FEEDS AND THE DLR193 SHORT-LIFE REJECTIONS.
000510*   VOLUME REBATE CLAIMS ARE RAISED HERE TOO, BY DLR206 AT THE
000520*   END OF EACH REBATE AGREEMENT PERIOD. CLAIM NUMBERS
000550*   ARE ASSIGNED IN SEQUENCE; A CLAIM STAYS ON THE REGISTER
000600*   AS RAISED UNTIL A SETTLEMENT CARD MARKS IT SETTLED.
000800*
000900     03  DLCLAIMR-CLAIM-NO          PIC 9(08).
001000     03  DLCLAIMR-SUP-ID            PIC 9(08).
001200         88  DLCLAIMR-SHORT-SHIP             VALUE 'SHRT'.
001300         88  DLCLAIMR-NO-ASN                 VALUE 'NOAS'.
001400         88  DLCLAIMR-MISMATCH               VALUE 'MISM'.
001450         88  DLCLAIMR-SHORT-LIFE             VALUE 'SLIF'.
001470         88  DLCLAIMR-VOLUME-REBATE          VALUE 'RBTE'.
001500     03  DLCLAIMR-REFERENCE         PIC X(14).
001600     03  DLCLAIMR-UNITS             PIC 9(09).
001700     03  DLCLAIMR-FEE-AMOUNT        PIC 9(7)V99.
