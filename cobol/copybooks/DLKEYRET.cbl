000100*
000200*   DLKEYRET - RETIRED MASTER KEY LOG RECORD
000300*   ONE ROW FOR EVERY MASTER KEY TAKEN OUT OF USE ON PURPOSE,
000400*   APPENDED BY THE PROGRAM THAT RETIRED IT: DLR088 LOGS EACH
000500*   DUPLICATE CUSTOMER ID IT MERGES, WITH THE SURVIVOR AS THE
000600*   NEW VALUE; DLR140 LOGS EACH CUSTOMER ID AND LOYALTY CARD
000700*   IT ERASES. ONLY THE BARE KEY IS KEPT. DLR234 USES THE LOG
000800*   TO TELL A LINK LEFT BEHIND BY A KNOWN MERGE OR PURGE FROM
000900*   A LINK THAT HAS NO EXPLANATION. KEY VALUES ARE HELD
001000*   LEFT-JUSTIFIED IN DISPLAY FORM.
001100*
001200     03  DLKEYRET-KEY-TYPE          PIC X(01).
001300         88  DLKEYRET-CUSTOMER-ID            VALUE 'U'.
001400         88  DLKEYRET-CARD-NO                VALUE 'C'.
001500         88  DLKEYRET-VENDOR-NO              VALUE 'V'.
001600         88  DLKEYRET-STORE-NO               VALUE 'S'.
001700         88  DLKEYRET-DEPT-NO                VALUE 'D'.
001800     03  DLKEYRET-KEY-VALUE         PIC X(16).
001900     03  DLKEYRET-REASON            PIC X(01).
002000         88  DLKEYRET-MERGED                 VALUE 'M'.
002100         88  DLKEYRET-ERASED                 VALUE 'E'.
002200         88  DLKEYRET-PURGED                 VALUE 'P'.
002300     03  DLKEYRET-NEW-VALUE         PIC X(16).
002400     03  DLKEYRET-RETIRED-DATE      PIC 9(08).
002500     03  DLKEYRET-PROGRAM           PIC X(08).
002600     03  FILLER                     PIC X(30).
