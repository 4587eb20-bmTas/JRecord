002200*  01 | 01/09/26 | FIRST ISSUE                  | R. GEALL       *
002210*  02 | 01/09/26 | MEASURED-PO REGISTER SO A    | R. GEALL       *
002220*     |          | SNAPSHOT PO IS OBSERVED ONCE |                *
002230*  03 | 15/10/26 | DLRCVHST ALTERNATE KEYS ON   | R. GEALL       *
002240*     |          | KEYCODE AND ORDER NUMBER     |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003300     SELECT HISTORY-MASTER    ASSIGN TO DLRCVHST
003400                              ORGANIZATION IS INDEXED
003500                              ACCESS MODE IS DYNAMIC
003600                              RECORD KEY IS DLRCVHST-KEY
003610                              ALTERNATE RECORD KEY IS
003620                                  DLRCVHST-KEYCODE-NO
003630                                  WITH DUPLICATES
003640                              ALTERNATE RECORD KEY IS
003650                                  DLRCVHST-ORDER-NO
003660                                  WITH DUPLICATES.
003700     SELECT LEADTIME-MASTER   ASSIGN TO DLLEADTM
003800                              ORGANIZATION IS INDEXED
003900                              ACCESS MODE IS DYNAMIC
