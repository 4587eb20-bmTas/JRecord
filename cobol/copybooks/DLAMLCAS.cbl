000100*
000200*   DLAMLCAS - AML STRUCTURING CASE REGISTER RECORD
000300*   ONE ROW PER STRUCTURING PATTERN SUBJECT - AN ACCOUNT
000400*   (RULE A) OR A BRANCH (RULE B). DLR216 OPENS THE ROW WHEN
000500*   IT FIRST PUTS THE PATTERN ON THE SUSPICIOUS-MATTER REVIEW
000600*   WORKLIST AND APPLIES THE ANALYST'S DECISION CARD TO IT.
000700*   THE PATTERN IS NOT RAISED AGAIN UNTIL ACTIVITY HELD AFTER
000800*   LAST-LOADED IS ADDED TO IT, WHATEVER THE DECISION WAS.
000900*
001000     03  DLAMLCAS-KEY.
001100         05  DLAMLCAS-RULE          PIC X(01).
001200             88  DLAMLCAS-ACCOUNT-RULE       VALUE 'A'.
001300             88  DLAMLCAS-BRANCH-RULE        VALUE 'B'.
001400         05  DLAMLCAS-SUBJECT       PIC X(20).
001500     03  DLAMLCAS-STATUS            PIC X(01).
001600         88  DLAMLCAS-PENDING                VALUE 'P'.
001700         88  DLAMLCAS-CLEARED                VALUE 'C'.
001800         88  DLAMLCAS-SMR-LODGED             VALUE 'S'.
001900     03  DLAMLCAS-FIRST-RAISED      PIC 9(08).
002000     03  DLAMLCAS-LAST-RAISED       PIC 9(08).
002100     03  DLAMLCAS-TIMES-RAISED      PIC 9(05).
002200*    THE PATTERN AS LAST RAISED.
002300     03  DLAMLCAS-WINDOW-FROM       PIC 9(08).
002400     03  DLAMLCAS-WINDOW-TO         PIC 9(08).
002500     03  DLAMLCAS-TXN-COUNT         PIC 9(05).
002600     03  DLAMLCAS-TXN-TOTAL         PIC S9(13)V99 COMP-3.
002700     03  DLAMLCAS-LAST-LOADED       PIC 9(08).
002800*    THE ANALYST'S LATEST DECISION.
002900     03  DLAMLCAS-DECISION-DATE     PIC 9(08).
003000     03  DLAMLCAS-ANALYST-ID        PIC X(08).
003100     03  DLAMLCAS-DECISION-NOTE     PIC X(30).
003200     03  FILLER                     PIC X(20).
