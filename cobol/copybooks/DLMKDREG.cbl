000100*
000200*   DLMKDREG - PERMANENT MARKDOWN REGISTER RECORD
000300*   ONE ROW PER BUYER-KEYED PERMANENT PRICE REDUCTION - KEYCODE,
000400*   STORE SCOPE (STORE ZERO = EVERY STORE) AND EFFECTIVE DATE.
000500*   DLR162 KEYS THE ROW PENDING AND TAKES IT ON ITS EFFECTIVE
000600*   DATE: THE ON-HAND UNITS IN SCOPE ARE VALUED AT OLD RETAIL
000700*   LESS NEW RETAIL, THE DOLLARS GO TO THE GL AS MARKDOWN
000800*   EXPENSE AND A CHAIN-WIDE MARKDOWN BECOMES THE DLRETPRM
000900*   EXPECTED RETAIL. DLR050 READS THE TAKEN STORE-SCOPE ROWS
001000*   AS THAT STORE'S CHECK PRICE; DLR163 REPORTS THE MARKDOWN
001100*   DOLLARS TAKEN BY DEPARTMENT EACH FISCAL WEEK.
001200*
001300     03  DLMKDREG-KEY.
001400         05  DLMKDREG-KEYCODE-NO    PIC X(08).
001500         05  DLMKDREG-STORE-NO      PIC 9(04).
001600         05  DLMKDREG-EFF-DATE      PIC 9(08).
001700     03  DLMKDREG-DEPT-NO           PIC S9(03)   COMP-3.
001800     03  DLMKDREG-BUYER-ID          PIC X(06).
001900     03  DLMKDREG-REASON-CODE       PIC X(02).
002000     03  DLMKDREG-OLD-RETAIL        PIC S9(7)V99 COMP-3.
002100     03  DLMKDREG-NEW-RETAIL        PIC S9(7)V99 COMP-3.
002200     03  DLMKDREG-KEYED-DATE        PIC 9(08).
002300     03  DLMKDREG-STATUS            PIC X(01).
002400         88  DLMKDREG-PENDING                VALUE 'P'.
002500         88  DLMKDREG-TAKEN                  VALUE 'T'.
002600     03  DLMKDREG-TAKEN-DATE        PIC S9(07)   COMP-3.
002700     03  DLMKDREG-UNITS-MARKED      PIC S9(09)   COMP-3.
002800     03  DLMKDREG-MARKDOWN-VALUE    PIC S9(11)V99 COMP-3.
