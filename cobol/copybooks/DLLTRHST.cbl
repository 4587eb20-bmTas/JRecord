000400*   SENT, SO DLR090 NEVER SENDS THE SAME STAGE TWICE. STAGE 1
000500*   IS THE GENTLE 30-DAY REMINDER, STAGE 2 THE FIRM 60-DAY
000600*   LETTER AND STAGE 3 THE 90-DAY FINAL NOTICE.
000650*   STAGE 4 IS THE RETURNED DIRECT DEBIT LETTER FROM A DLR225
000680*   DISHONOUR NOTICE; IT IS SENT FOR EVERY NOTICE RECEIVED.
000700*
000800     03  DLLTRHST-KEY.
000900         05  DLLTRHST-CUSTOMER-NO   PIC 9(09).
