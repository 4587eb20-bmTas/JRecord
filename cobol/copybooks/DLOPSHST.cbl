000100*
000200*   DLOPSHST - OPERATOR CASH-UP OVER/SHORT HISTORY RECORD
000300*   ONE ROW PER STORE AND OPERATOR, MAINTAINED BY DLR180 FROM
000400*   EACH NIGHT'S RECONCILED CASH-UPS. VARIANCES ARE DECLARED
000500*   LESS TRADED, SO AN OVER IS POSITIVE AND A SHORT NEGATIVE;
000600*   A VARIANCE WITHIN THE DLPARAMM TOLERANCE COUNTS AS
000700*   BALANCED. THE RECENT RESULTS HOLD THE LAST TEN SHIFTS,
000800*   NEWEST FIRST ('S' SHORT, 'O' OVER, 'B' BALANCED), FROM
000900*   WHICH THE FREQUENCY OF SHORTAGES IS JUDGED.
001000*
001100     03  DLOPSHST-KEY.
001200         05  DLOPSHST-STORE-KEY     PIC X(08).
001300         05  DLOPSHST-OPERATOR-NO   PIC 9(08).
001400     03  DLOPSHST-SHIFTS            PIC S9(07)   COMP-3.
001500     03  DLOPSHST-SHORT-COUNT       PIC S9(07)   COMP-3.
001600     03  DLOPSHST-OVER-COUNT        PIC S9(07)   COMP-3.
001700     03  DLOPSHST-CUM-VARIANCE      PIC S9(9)V99 COMP-3.
001800     03  DLOPSHST-CUM-SHORT         PIC S9(9)V99 COMP-3.
001900     03  DLOPSHST-CUM-OVER          PIC S9(9)V99 COMP-3.
002000     03  DLOPSHST-RECENT-RESULTS.
002100         05  DLOPSHST-RECENT-RESULT OCCURS 10 TIMES
002200                                    PIC X(01).
002300     03  DLOPSHST-FIRST-SHIFT-DATE  PIC 9(08).
002400     03  DLOPSHST-LAST-SHIFT-DATE   PIC 9(08).
002500     03  DLOPSHST-FLAG              PIC X(01).
002600         88  DLOPSHST-FLAGGED                VALUE 'Y'.
002700     03  DLOPSHST-FLAG-DATE         PIC 9(08).
