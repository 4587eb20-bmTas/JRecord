000100*
000200*   DLDRMAN - DISASTER-RECOVERY MANIFEST RECORD
000300*   ONE ROW PER FILE REPLICATED TO THE DR SITE - EVERY MASTER ON
000400*   THE DLGENCAT CATALOGUE AND EVERY DAILY INPUT - WRITTEN BY
000500*   DLR241 AT THE END OF THE NIGHTLY BATCH (SITE 'P') AND AGAIN BY
000600*   DLR241 AT THE DR SITE AGAINST THE REPLICATED COPIES (SITE
000700*   'D'). THE FIGURES ARE THE RECORD COUNT, THE LOW AND HIGH KEY
000800*   (THE FIRST FIFTY BYTES OF THE KEY), A CHECKSUM OF EVERY KEY ON
000900*   THE FILE AND HASH TOTALS OF THE FILE'S TWO MAIN AMOUNT FIELDS;
001000*   GEN-NO IS THE LIVE (HIGHEST PROMOTED) GENERATION OF A MASTER
001100*   ON THAT SITE'S DLGENCAT. DLR242 COMPARES THE TWO SETS.
001200*
001300     03  DLDRMAN-FILE-ID            PIC X(08).
001400     03  DLDRMAN-FILE-CLASS         PIC X(01).
001500         88  DLDRMAN-MASTER                  VALUE 'M'.
001600         88  DLDRMAN-DAILY-INPUT             VALUE 'D'.
001700     03  DLDRMAN-BUS-DATE           PIC 9(08).
001800     03  DLDRMAN-SITE               PIC X(01).
001900         88  DLDRMAN-PRODUCTION              VALUE 'P'.
002000         88  DLDRMAN-DR-SITE                 VALUE 'D'.
002100     03  DLDRMAN-PRESENT-SW         PIC X(01).
002200         88  DLDRMAN-PRESENT                 VALUE 'Y'.
002300         88  DLDRMAN-MISSING                 VALUE 'N'.
002400     03  DLDRMAN-GEN-NO             PIC 9(04).
002500     03  DLDRMAN-FIGURES.
002600         05  DLDRMAN-REC-COUNT      PIC 9(09).
002700         05  DLDRMAN-LOW-KEY        PIC X(50).
002800         05  DLDRMAN-HIGH-KEY       PIC X(50).
002900         05  DLDRMAN-KEY-CHECKSUM   PIC S9(17)     COMP-3.
003000         05  DLDRMAN-HASH-1         PIC S9(15)V99  COMP-3.
003100         05  DLDRMAN-HASH-2         PIC S9(15)V99  COMP-3.
003200     03  DLDRMAN-RUN-DATE           PIC 9(08).
003300     03  DLDRMAN-RUN-TIME           PIC 9(06).
003400     03  FILLER                     PIC X(10).
