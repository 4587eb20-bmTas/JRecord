000100*
000200*   DLDQHIST - INTAKE DATA-QUALITY HISTORY RECORD
000300*   ROLLING THIRTEEN FISCAL WEEKS OF REJECT COUNTS KEPT BY
000400*   THE DLR235 NIGHTLY SCORECARD. ONE FEED ROW ('F') PER
000500*   INTAKE FEED PER BUSINESS DATE CARRIES THE DLRUNLOG
000600*   RECORDS-IN VOLUME AND THE REJECTS FOUND IN THE FEED'S
000700*   SUSPENSE OR REJECT FILE; SOURCE ROWS ('S') BREAK THE
000800*   SAME REJECTS DOWN BY THE STORE, VENDOR, BRANCH,
000900*   DEPARTMENT OR CUSTOMER THEY CAME FROM SO A SUPPLIER'S
001000*   TREND CAN BE FOLLOWED WEEK ON WEEK. A RERUN FOR THE
001100*   SAME BUSINESS DATE REPLACES THAT DATE'S ROWS.
001200*
001300     03  DLDQHIST-BUS-DATE          PIC 9(08).
001400     03  DLDQHIST-FEED-ID           PIC X(04).
001500     03  DLDQHIST-ROW-TYPE          PIC X(01).
001600         88  DLDQHIST-FEED-ROW               VALUE 'F'.
001700         88  DLDQHIST-SOURCE-ROW             VALUE 'S'.
001800     03  DLDQHIST-SOURCE-TYPE       PIC X(01).
001900         88  DLDQHIST-SRC-STORE              VALUE 'S'.
002000         88  DLDQHIST-SRC-VENDOR             VALUE 'V'.
002100         88  DLDQHIST-SRC-BRANCH             VALUE 'B'.
002200         88  DLDQHIST-SRC-DEPT               VALUE 'D'.
002300         88  DLDQHIST-SRC-CUSTOMER           VALUE 'C'.
002400     03  DLDQHIST-SOURCE            PIC X(16).
002500     03  DLDQHIST-VOLUME            PIC 9(09).
002600     03  DLDQHIST-REJECTS           PIC 9(09).
002700     03  DLDQHIST-RUN-DATE          PIC 9(08).
002800     03  FILLER                     PIC X(24).
