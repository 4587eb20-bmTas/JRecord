000100*
000200*   DLPTXLOG - COALITION PARTNER POINTS EXCHANGE LOG RECORD
000300*   ONE ROW PER POINTS EXCHANGE WITH A PARTNER, EITHER WAY:
000400*   DIRECTION 'O' IS A MEMBER CONVERSION OUT TO THE PARTNER
000500*   (WRITTEN BY DLR182 AS SENT, SET ACKNOWLEDGED OR REJECTED
000600*   BY DLR184), DIRECTION 'I' IS PARTNER EARN CREDITED TO US
000700*   (WRITTEN BY DLR183 AS CREDITED). THE KEY ALSO STOPS THE
000800*   SAME REFERENCE BEING APPLIED TWICE. DLR185 SETTLES EACH
000900*   ACKNOWLEDGED OR CREDITED ROW ONCE, STAMPING THE PERIOD
001000*   (CCYYMM) IT WAS SETTLED IN.
001100*
001200     03  DLPTXLOG-KEY.
001300         05  DLPTXLOG-PARTNER-CODE  PIC X(04).
001400         05  DLPTXLOG-DIRECTION     PIC X(01).
001500             88  DLPTXLOG-OUTBOUND           VALUE 'O'.
001600             88  DLPTXLOG-INBOUND            VALUE 'I'.
001700         05  DLPTXLOG-REFERENCE     PIC X(14).
001800     03  DLPTXLOG-CARD-NO           PIC 9(16).
001900     03  DLPTXLOG-PARTNER-MEMBER    PIC X(16).
002000     03  DLPTXLOG-POINTS            PIC S9(09)   COMP-3.
002100     03  DLPTXLOG-PARTNER-UNITS     PIC S9(09)   COMP-3.
002200     03  DLPTXLOG-TRANS-DATE        PIC 9(08).
002300     03  DLPTXLOG-STATUS            PIC X(01).
002400         88  DLPTXLOG-SENT                   VALUE 'S'.
002500         88  DLPTXLOG-ACKNOWLEDGED           VALUE 'A'.
002600         88  DLPTXLOG-REJECTED               VALUE 'R'.
002700         88  DLPTXLOG-CREDITED               VALUE 'C'.
002800     03  DLPTXLOG-STATUS-DATE       PIC 9(08).
002900     03  DLPTXLOG-REJECT-REASON     PIC X(04).
003000     03  DLPTXLOG-SETTLED-PERIOD    PIC 9(06).
