000100*
000200*   DLAPOPEN - ACCOUNTS PAYABLE OPEN-PAYABLES MASTER RECORD
000283*   ONE ROW PER ITEM OWED TO OR BY A VENDOR, LOADED BY DLR202
000366*   FROM THE DLR122 ERS SETTLEMENTS, THE DLR123 MATCHED VENDOR
000449*   INVOICES, THE RAISED DLR068 CHARGEBACK CLAIMS, THE DLR121
000532*   RTV CREDITS AND THE DLR231 CONSIGNMENT SELL-THROUGH
000615*   SETTLEMENTS. PAYABLES CARRY A POSITIVE AMOUNT AND A
000700*   DUE DATE FROM THE VENDOR'S DLVENDMF PAYMENT TERMS;
000800*   DEDUCTIONS CARRY A NEGATIVE AMOUNT AND ARE DUE AT ONCE.
000900*   DLR203 PAYS WHAT IS DUE, NET OF DEDUCTIONS, AND MARKS THE
001000*   ITEMS PAID; ITEMS ON A STOP-CREDIT OR UNKNOWN VENDOR ARE
001100*   HELD UNTIL THE VENDOR IS CLEARED.
001200*   ITEM REFERENCE - ERS: THE DLR122 RUN DATE; INVOICE: THE
001275*   VENDOR'S INVOICE NUMBER; CLAIM: THE CLAIM NUMBER; RTV: THE
001350*   RTV DATE, DC, RECEIPT AND PRODUCT; CONSIGNMENT: THE DLR231
001425*   SETTLEMENT DATE.
001500*
001600     03  DLAPOPEN-KEY.
001700         05  DLAPOPEN-SUP-ID        PIC 9(08).
001800         05  DLAPOPEN-ITEM-TYPE     PIC X(01).
001900             88  DLAPOPEN-ERS-ITEM           VALUE 'E'.
002000             88  DLAPOPEN-INVOICE-ITEM       VALUE 'I'.
002100             88  DLAPOPEN-CLAIM-ITEM         VALUE 'C'.
002175             88  DLAPOPEN-RTV-ITEM           VALUE 'R'.
002250             88  DLAPOPEN-CONSIGN-ITEM       VALUE 'S'.
002325             88  DLAPOPEN-PAYABLE            VALUE 'E' 'I' 'S'.
002400             88  DLAPOPEN-DEDUCTION          VALUE 'C' 'R'.
002500         05  DLAPOPEN-ITEM-REF      PIC X(35).
002600     03  DLAPOPEN-ITEM-DATE         PIC 9(08).
002700     03  DLAPOPEN-DUE-DATE          PIC 9(08).
002800     03  DLAPOPEN-AMOUNT            PIC S9(11)V99 COMP-3.
002900     03  DLAPOPEN-CURRENCY          PIC X(03).
003000     03  DLAPOPEN-RECEIPT-LOCN      PIC 9(04).
003100     03  DLAPOPEN-RECEIPT-NO        PIC 9(09).
003200     03  DLAPOPEN-ITEM-STATUS       PIC X(01).
003300         88  DLAPOPEN-OPEN                   VALUE 'O'.
003400         88  DLAPOPEN-HELD                   VALUE 'H'.
003500         88  DLAPOPEN-PAID                   VALUE 'P'.
003600     03  DLAPOPEN-HOLD-REASON       PIC X(04).
003700         88  DLAPOPEN-HOLD-STOP-CREDIT       VALUE 'STOP'.
003800         88  DLAPOPEN-HOLD-NO-VENDOR         VALUE 'NOVN'.
003900     03  DLAPOPEN-LOADED-DATE       PIC 9(08).
004000     03  DLAPOPEN-PAID-DATE         PIC 9(08).
004100     03  DLAPOPEN-PAYMENT-REF       PIC 9(12).
004200     03  FILLER                     PIC X(20).
