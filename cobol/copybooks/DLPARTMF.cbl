000100*
000200*   DLPARTMF - COALITION LOYALTY PARTNER MASTER RECORD
000300*   ONE ROW PER PARTNER CONTRACT (AIRLINE, FUEL AND SO ON).
000400*   UNITS-PER-POINT IS THE PARTNER CURRENCY (MILES) A MEMBER
000500*   RECEIVES FOR EACH OF OUR POINTS CONVERTED. THE CONTRACTED
000600*   SETTLEMENT RATES ARE IN DOLLARS PER POINT: OUT-RATE IS WHAT
000700*   WE PAY THE PARTNER FOR EACH POINT OUR MEMBERS CONVERT TO
000800*   THEM, IN-RATE WHAT THE PARTNER PAYS US FOR EACH POINT WE
000900*   CREDIT FOR THEIR EARN. A CHANGE OF CONTRACT GETS A NEW ROW
001000*   WITH THE OLD ONE END-DATED; END-DATE ZERO MEANS OPEN.
001100*   USED BY DLR182 TO DLR185.
001200*
001300     03  DLPARTMF-PARTNER-CODE      PIC X(04).
001400     03  DLPARTMF-PARTNER-NAME      PIC X(30).
001500     03  DLPARTMF-PARTNER-TYPE      PIC X(01).
001600         88  DLPARTMF-AIRLINE                VALUE 'A'.
001700         88  DLPARTMF-FUEL                   VALUE 'F'.
001800         88  DLPARTMF-OTHER-TYPE             VALUE 'O'.
001900     03  DLPARTMF-UNITS-PER-POINT   PIC S9(3)V9(4) COMP-3.
002000     03  DLPARTMF-MIN-TRANSFER      PIC 9(07).
002100     03  DLPARTMF-OUT-RATE          PIC S9(1)V9(6) COMP-3.
002200     03  DLPARTMF-IN-RATE           PIC S9(1)V9(6) COMP-3.
002300     03  DLPARTMF-START-DATE        PIC 9(08).
002400     03  DLPARTMF-END-DATE          PIC 9(08).
