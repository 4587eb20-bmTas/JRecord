000100*
000200*   DLPARTCT - DTAR107 CHAIN PARTITION CONTROL RECORD
000300*   WRITTEN BY THE DLR236 PARTITION SPLIT AND READ BY THE
000400*   DLR237 MERGE. THE HEADER ROW ('H') CARRIES THE MODE,
000500*   THE PARTITION COUNT AND THE UNPARTITIONED INPUT TOTALS;
000600*   ONE PARTITION ROW ('P') PER PARTITION CARRIES ITS KEY
000700*   RANGE (CARD NUMBER, OR STORE NUMBER IN STORE MODE) AND
000800*   WHAT WAS WRITTEN TO ITS SLICES, SO THE MERGE CAN PROVE
000900*   THE PARTITIONS ADD BACK TO THE INPUT.
001000*
001100     03  DLPARTCT-REC-TYPE          PIC X(01).
001200         88  DLPARTCT-HEADER                 VALUE 'H'.
001300         88  DLPARTCT-PARTITION              VALUE 'P'.
001400     03  DLPARTCT-MODE              PIC X(01).
001500         88  DLPARTCT-CARD-MODE              VALUE 'C'.
001600         88  DLPARTCT-STORE-MODE             VALUE 'S'.
001700     03  DLPARTCT-PART-COUNT        PIC 9(01).
001800     03  DLPARTCT-PART-NO           PIC 9(01).
001900     03  DLPARTCT-RANGE-LOW         PIC 9(16).
002000     03  DLPARTCT-RANGE-HIGH        PIC 9(16).
002100     03  DLPARTCT-DTAR-RECS         PIC 9(09).
002200     03  DLPARTCT-DTAR-AMOUNT       PIC S9(11)V99 COMP-3.
002300     03  DLPARTCT-PTSBAL-ROWS       PIC 9(09).
002400     03  DLPARTCT-TIERM-ROWS        PIC 9(09).
002500     03  DLPARTCT-RUN-DATE          PIC 9(08).
002600     03  FILLER                     PIC X(02).
