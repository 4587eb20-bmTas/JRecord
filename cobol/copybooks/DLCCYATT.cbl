001100     03  DLCCYATT-CCY               PIC X(03).
001200     03  DLCCYATT-DECIMALS          PIC 9(01).
001300     03  DLCCYATT-CCY-NAME          PIC X(20).
001400*    DAYS IN THE INTEREST YEAR FOR THE CURRENCY'S MONEY-MARKET
001500*    DAY-COUNT CONVENTION - 360 (ACTUAL/360, EG USD, EUR) OR 365
001600*    (ACTUAL/365, EG SGD, GBP). ZERO ON AN OLDER ROW IS READ AS
001700*    365, THE BASIS DLR078 HAS ALWAYS CHECKED INTEREST ON.
001800     03  DLCCYATT-DAY-BASIS         PIC 9(03).
