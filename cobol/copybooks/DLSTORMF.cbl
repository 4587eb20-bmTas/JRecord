001700     03  DLSTORMF-BRAND-ID          PIC X(03).
001800     03  DLSTORMF-OPEN-DATE         PIC 9(08).
001900     03  DLSTORMF-CLOSE-DATE        PIC 9(08).
002000*    ISO CODE OF THE CURRENCY THE STORE TRADES IN - ITS DTAR020
002100*    AND DTAR107 AMOUNTS ARRIVE IN THIS CURRENCY. SPACES FOR A
002200*    STORE TRADING IN LOCAL CURRENCY.
002300     03  DLSTORMF-TRADE-CCY         PIC X(03).
002400*    DISTRIBUTION CENTRE THAT REPLENISHES THE STORE - THE DC
002500*    NUMBER AS IT APPEARS ON THE AMS LOCATION RECORDS. ZERO FOR
002600*    A STORE SUPPLIED DIRECT BY ITS VENDORS.
002700     03  DLSTORMF-SERVING-DC        PIC 9(04).
