000100*
000200*   DLRIHIST - REFERENTIAL INTEGRITY SWEEP HISTORY RECORD
000300*   ONE ROW PER RELATIONSHIP PER WEEKLY DLR234 RUN: HOW MANY
000400*   CHILD ROWS WERE CHECKED, HOW MANY POINTED AT A PARENT KEY
000500*   NOT ON ITS MASTER, AND HOW MANY OF THOSE ORPHANS A KNOWN
000600*   MERGE OR PURGE ON DLKEYRET EXPLAINS. THE NEXT RUN COMPARES
000700*   ITS UNEXPLAINED COUNT WITH THE LATEST ROW SO A SUDDEN
000800*   JUMP SHOWS ON THE REPORT.
000900*
001000     03  DLRIHIST-REL-ID            PIC X(04).
001100     03  DLRIHIST-RUN-DATE          PIC 9(08).
001200     03  DLRIHIST-CHECKED           PIC 9(09).
001300     03  DLRIHIST-ORPHANS           PIC 9(09).
001400     03  DLRIHIST-KNOWN             PIC 9(09).
001500     03  DLRIHIST-UNEXPLAINED       PIC 9(09).
001600     03  FILLER                     PIC X(12).
