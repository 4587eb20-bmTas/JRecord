000100*
000200*   DLEXPCTL - WAREHOUSE EXPORT CONTROL RECORD
000300*   ONE ROW PER DELIMITED FILE WRITTEN BY THE DLR239 NIGHTLY
000400*   WAREHOUSE EXPORT: THE BUSINESS DATE EXPORTED, WHETHER THE
000500*   FILE WAS A FULL OR AN INCREMENTAL EXPORT (AND THE BUSINESS
000600*   DATE OF THE EXPORT IT FOLLOWS ON FROM), THE ROW COUNT, THE
000700*   HASH TOTAL OF THE FILE'S KEY AMOUNT FIELD AND THE SCHEMA
000800*   VERSION OF ITS COLUMNS. THE HIGH PERIODS ARE THE LATEST
000900*   WEEK OR MONTH SEEN ON THE MASTER, SO THE NEXT NIGHT RESENDS
001000*   ONLY THAT PERIOD ONWARD FOR THE MASTERS THAT CARRY NO
001100*   CHANGE DATE. DLR239 WRITES A NEW SET AT THE END OF A CLEAN
001200*   RUN AND READS THE PRIOR SET AS ITS STARTING POINT, SO A
001300*   FAILED NIGHT IS PICKED UP IN FULL BY THE NEXT.
001400*
001500     03  DLEXPCTL-FILE-ID           PIC X(08).
001600     03  DLEXPCTL-BUS-DATE          PIC 9(08).
001700     03  DLEXPCTL-EXPORT-TYPE       PIC X(01).
001800         88  DLEXPCTL-FULL                   VALUE 'F'.
001900         88  DLEXPCTL-INCREMENTAL            VALUE 'I'.
002000     03  DLEXPCTL-SINCE-DATE        PIC 9(08).
002100     03  DLEXPCTL-ROW-COUNT         PIC 9(09).
002200     03  DLEXPCTL-HASH-TOTAL        PIC S9(15)V99 COMP-3.
002300     03  DLEXPCTL-SCHEMA-VER        PIC 9(03).
002400     03  DLEXPCTL-HIGH-PERIOD       PIC 9(06).
002500     03  DLEXPCTL-HIGH-PERIOD-2     PIC 9(06).
002600     03  FILLER                     PIC X(10).
