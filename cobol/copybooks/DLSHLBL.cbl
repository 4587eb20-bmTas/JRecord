000100*
000200*   DLSHLBL - SHELF-EDGE LABEL / TICKET PRINT RECORD
000300*   ONE ROW PER STORE AND KEYCODE WHOSE SELLING PRICE CHANGES
000400*   FROM THE NEXT TRADING DAY, WRITTEN NIGHTLY BY DLR169 IN
000500*   STORE ORDER FOR THE NIGHT FILL TEAM'S LABEL PRINTER. THE
000600*   CHANGE TYPE SAYS WHY THE PRICE MOVES - A PROMOTION STARTING
000700*   (THE PROMO END DATE IS CARRIED FOR THE "OFFER ENDS" LINE),
000800*   A PROMOTION ENDING AND REVERTING TO NORMAL PRICE, A
000900*   DLRETPRM PRICE CHANGE OR A PERMANENT MARKDOWN. PRICES AND
001000*   DATES ARE UNSIGNED DISPLAY FOR THE PRINTER FEED.
001100*
001200     03  DLSHLBL-STORE-NO           PIC 9(04).
001300     03  DLSHLBL-KEYCODE-NO         PIC X(08).
001400     03  DLSHLBL-DESCRIPTION        PIC X(30).
001500     03  DLSHLBL-NEW-PRICE          PIC 9(07)V99.
001600     03  DLSHLBL-WAS-PRICE          PIC 9(07)V99.
001700     03  DLSHLBL-EFF-DATE           PIC 9(08).
001800     03  DLSHLBL-CHANGE-TYPE        PIC X(01).
001900         88  DLSHLBL-PROMO-START             VALUE 'S'.
002000         88  DLSHLBL-PROMO-END               VALUE 'E'.
002100         88  DLSHLBL-PRICE-CHANGE            VALUE 'P'.
002200         88  DLSHLBL-MARKDOWN                VALUE 'M'.
002300     03  DLSHLBL-PROMO-END-DATE     PIC 9(08).
