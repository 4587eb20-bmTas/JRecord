000100*
000200*   DLRFMSEG - CUSTOMER RFM SEGMENTATION MASTER RECORD
000300*   ONE ROW PER DTAR107 CARD THAT HAS BOUGHT INSIDE THE
000400*   TWELVE-MONTH DLTIERM WINDOW AT ANY MONTHLY SCORING RUN.
000500*   DLR186 REBUILDS THE RECENCY (LAST SALE), FREQUENCY (SALE
000600*   VISITS) AND MONETARY (DLTIERM NET SPEND) FIGURES EACH
000700*   MONTH, SCORES EACH 1 (LOWEST FIFTH) TO 5 (HIGHEST FIFTH)
000800*   AGAINST ALL ACTIVE CARDS, AND NAMES THE SEGMENT. SCORES
000900*   ARE ZERO FOR A CARD WITH NO SALE IN THE WINDOW (LAPSED).
001000*   THE PRIOR SEGMENT IS LAST MONTH'S, FOR THE MIGRATION
001100*   MATRIX; DLR065 SELECTS CAMPAIGN TARGETS BY SEGMENT.
001200*
001300     03  DLRFMSEG-CUST-NO           PIC 9(16).
001400     03  DLRFMSEG-SCORE-PERIOD      PIC 9(06).
001500     03  DLRFMSEG-LAST-SALE-DATE    PIC 9(08).
001600     03  DLRFMSEG-DAYS-SINCE        PIC S9(05)   COMP-3.
001700     03  DLRFMSEG-VISITS            PIC S9(07)   COMP-3.
001800     03  DLRFMSEG-NET-SPEND         PIC S9(11)V99 COMP-3.
001900     03  DLRFMSEG-SCORES.
002000         05  DLRFMSEG-R-SCORE       PIC 9(01).
002100         05  DLRFMSEG-F-SCORE       PIC 9(01).
002200         05  DLRFMSEG-M-SCORE       PIC 9(01).
002300     03  DLRFMSEG-RFM-CELL REDEFINES DLRFMSEG-SCORES
002400                                    PIC 9(03).
002500     03  DLRFMSEG-SEGMENT           PIC X(02).
002600         88  DLRFMSEG-CHAMPIONS              VALUE 'CH'.
002700         88  DLRFMSEG-LOYAL                  VALUE 'LO'.
002800         88  DLRFMSEG-POTENTIAL              VALUE 'PL'.
002900         88  DLRFMSEG-NEW                    VALUE 'NW'.
003000         88  DLRFMSEG-NEEDS-ATTENTION        VALUE 'NA'.
003100         88  DLRFMSEG-AT-RISK                VALUE 'AR'.
003200         88  DLRFMSEG-HIBERNATING            VALUE 'HB'.
003300         88  DLRFMSEG-LAPSED                 VALUE 'LP'.
003400     03  DLRFMSEG-SEGMENT-DATE      PIC 9(08).
003500     03  DLRFMSEG-PRIOR-SEGMENT     PIC X(02).
003600     03  DLRFMSEG-PRIOR-PERIOD      PIC 9(06).
003700     03  FILLER                     PIC X(10).
