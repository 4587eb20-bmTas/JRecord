000100*
000200*   DLCRDAUD - LOYALTY CARD TRANSFER AUDIT TRAIL RECORD
000300*   WRITTEN BY DLR178, ONE RECORD PER MASTER FOR EVERY CARD
000400*   REPLACEMENT APPLIED. THE VALUE IS THE FIGURE THE MASTER IS
000500*   CONTROLLED ON - POINTS BALANCE (DLPTSBAL), ROLLING TWELVE-
000600*   MONTH SPEND (DLTIERM), STORED VALUE (DLGIFTLG) OR NUMBER OF
000700*   CUSTOMER LINKS (DLCUSXRF). OLD PLUS NEW BEFORE ALWAYS EQUALS
000800*   NEW AFTER PLUS WHATEVER WAS DROPPED WHEN THE TWO CARDS'
000900*   MONTHLY BUCKETS WERE ALIGNED (OR A DUPLICATE LINK MERGED).
001000*
001100     03  DLCRDAUD-RUN-DATE          PIC 9(08).
001200     03  DLCRDAUD-OLD-CARD-NO       PIC 9(16).
001300     03  DLCRDAUD-NEW-CARD-NO       PIC 9(16).
001400     03  DLCRDAUD-REASON            PIC X(02).
001500     03  DLCRDAUD-MASTER            PIC X(08).
001600     03  DLCRDAUD-ACTION            PIC X(01).
001700         88  DLCRDAUD-MOVED                  VALUE 'M'.
001800         88  DLCRDAUD-COMBINED               VALUE 'C'.
001900         88  DLCRDAUD-NOTHING                VALUE 'N'.
002000     03  DLCRDAUD-OLD-BEFORE        PIC S9(11)V99 COMP-3.
002100     03  DLCRDAUD-NEW-BEFORE        PIC S9(11)V99 COMP-3.
002200     03  DLCRDAUD-NEW-AFTER         PIC S9(11)V99 COMP-3.
002300     03  DLCRDAUD-DROPPED           PIC S9(11)V99 COMP-3.
002400     03  DLCRDAUD-OLD-TIER          PIC X(01).
002500     03  DLCRDAUD-NEW-TIER          PIC X(01).
