000100*
000200*   DLDDCOLL - DIRECT DEBIT COLLECTION FILE RECORD (BANK
000300*   LAYOUT)
000400*   ONE HEADER NAMING THE ORIGINATOR AND THE COLLECTION DATE,
000500*   ONE DEBIT RECORD PER INVOICE TO BE COLLECTED, THEN ONE
000600*   TRAILER CARRYING THE RECORD COUNT, THE AMOUNT TOTAL AND A
000700*   HASH TOTAL OF CUSTOMER NUMBERS FOR THE BANK'S CONTROL
000800*   CHECK. AMOUNTS ARE IN LOCAL CURRENCY. THE BANK'S RETURN
000900*   FILE (DLDDRETN) QUOTES THE SAME ITEM REFERENCE.
001000*
001100     03  DLDDCOLL-REC-TYPE          PIC X(01).
001200         88  DLDDCOLL-HEADER                 VALUE 'H'.
001300         88  DLDDCOLL-DEBIT                  VALUE 'D'.
001400         88  DLDDCOLL-TRAILER                VALUE 'T'.
001500     03  DLDDCOLL-DEBIT-DATA.
001600         05  DLDDCOLL-D-ITEM-REF    PIC X(16).
001700         05  DLDDCOLL-D-MANDATE-REF PIC X(18).
001800         05  DLDDCOLL-D-BANK-CODE   PIC X(04).
001900         05  DLDDCOLL-D-BRANCH-CODE PIC X(03).
002000         05  DLDDCOLL-D-ACCOUNT-NO  PIC X(12).
002100         05  DLDDCOLL-D-ACCOUNT-NAME
002200                                    PIC X(20).
002300         05  DLDDCOLL-D-AMOUNT      PIC 9(09)V99.
002400         05  DLDDCOLL-D-CUSTOMER-NUMBER
002500                                    PIC 9(09).
002600         05  DLDDCOLL-D-INVOICE-NUMBER
002700                                    PIC X(10).
002800         05  FILLER                 PIC X(16).
002900     03  DLDDCOLL-HEADER-DATA REDEFINES DLDDCOLL-DEBIT-DATA.
003000         05  DLDDCOLL-H-ORIGINATOR  PIC 9(09).
003100         05  DLDDCOLL-H-FILE-DATE   PIC 9(08).
003200         05  DLDDCOLL-H-COLLECTION-DATE
003300                                    PIC 9(08).
003400         05  DLDDCOLL-H-CURRENCY    PIC X(03).
003500         05  FILLER                 PIC X(91).
003600     03  DLDDCOLL-TRAILER-DATA REDEFINES DLDDCOLL-DEBIT-DATA.
003700         05  DLDDCOLL-T-ORIGINATOR  PIC 9(09).
003800         05  DLDDCOLL-T-DEBITS      PIC 9(07).
003900         05  DLDDCOLL-T-AMOUNT      PIC 9(13)V99.
004000         05  DLDDCOLL-T-HASH-TOTAL  PIC 9(15).
004100         05  FILLER                 PIC X(73).
