000100*
000200*   DLCONSNT - CUSTOMER MARKETING CONSENT REGISTER RECORD
000300*   ONE ROW PER LOYALTY CARD AND CONTACT CHANNEL (MAIL, EMAIL,
000400*   SMS), LOADED BY DLR189 FROM THE STORE AND WEB SIGN-UP
000500*   FEEDS. A CARD WITH NO ROW FOR A CHANNEL HAS NEVER GIVEN
000600*   CONSENT ON IT AND MAY NOT BE SENT MARKETING THAT WAY.
000700*   THE STATUS AND DATE REPLACED BY THE LAST CHANGE ARE KEPT
000800*   AS THE PRIOR STATUS, SO A CONSENT WITHDRAWN AFTER A
000900*   CAMPAIGN WAS SELECTED IS STILL SEEN AS HELD AT THE TIME.
001000*   EVERY CHANGE IS ALSO LOGGED TO DLCONHST FOR THE AUDIT.
001100*
001200     03  DLCONSNT-KEY.
001300         05  DLCONSNT-CUST-NO       PIC 9(16).
001400         05  DLCONSNT-CHANNEL       PIC X(01).
001500             88  DLCONSNT-MAIL               VALUE 'M'.
001600             88  DLCONSNT-EMAIL              VALUE 'E'.
001700             88  DLCONSNT-SMS                VALUE 'S'.
001800             88  DLCONSNT-VALID-CHANNEL      VALUE 'M' 'E' 'S'.
001900     03  DLCONSNT-STATUS            PIC X(01).
002000         88  DLCONSNT-OPTED-IN               VALUE 'I'.
002100         88  DLCONSNT-OPTED-OUT              VALUE 'O'.
002200     03  DLCONSNT-CONSENT-DATE      PIC 9(08).
002300     03  DLCONSNT-SOURCE            PIC X(01).
002400         88  DLCONSNT-FROM-STORE             VALUE 'S'.
002500         88  DLCONSNT-FROM-WEB               VALUE 'W'.
002600     03  DLCONSNT-SOURCE-REF        PIC X(08).
002700     03  DLCONSNT-PRIOR-STATUS      PIC X(01).
002800     03  DLCONSNT-PRIOR-DATE        PIC 9(08).
002900     03  DLCONSNT-LOAD-DATE         PIC 9(08).
003000     03  FILLER                     PIC X(20).
