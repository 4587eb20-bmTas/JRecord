000100*
000200*   DLRCLINS - STORE RECALL INSTRUCTION RECORD
000300*   ONE ROW PER STORE THAT RECEIVED RECALLED STOCK, WRITTEN BY
000400*   DLR172 IN STORE ORDER FOR THE STORE MESSAGING FEED. THE
000500*   STORE IS TO WITHDRAW THE KEYCODE FROM SALE AND PULL ALL
000600*   STOCK (WITHIN THE USE-BY RANGE WHERE ONE IS GIVEN) AND
000700*   CONFIRM THE QUANTITY PULLED AGAINST THE RECALL ID.
000800*   QUANTITIES AND DATES ARE UNSIGNED DISPLAY FOR THE FEED.
000900*
001000     03  DLRCLINS-STORE-NO          PIC 9(04).
001100     03  DLRCLINS-RECALL-ID         PIC X(08).
001200     03  DLRCLINS-ACTION            PIC X(01).
001300         88  DLRCLINS-WITHDRAW               VALUE 'W'.
001400     03  DLRCLINS-KEYCODE-NO        PIC X(08).
001500     03  DLRCLINS-PROD-NO           PIC 9(14).
001600     03  DLRCLINS-SUP-ID            PIC 9(08).
001700     03  DLRCLINS-USE-BY-FROM       PIC 9(08).
001800     03  DLRCLINS-USE-BY-TO         PIC 9(08).
001900     03  DLRCLINS-RECEIVED-QTY      PIC 9(09).
002000     03  DLRCLINS-ON-HAND-QTY       PIC 9(09).
002100     03  DLRCLINS-NOTICE-DATE       PIC 9(08).
