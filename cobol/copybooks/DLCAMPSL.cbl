000600*   SPEND OF THE TWO GROUPS TO REPORT THE INCREMENTAL LIFT THE
000700*   CAMPAIGN ACTUALLY PRODUCED, WHICH GROSS SALES IN THE
000800*   PERIOD NEVER PROVED.
000830*   THE CHANNEL LETS DLR118 AND THE DLR190 CONSENT AUDIT CHECK
000860*   EACH SELECTION AGAINST THE DLCONSNT CONSENT REGISTER.
000900*
001000     03  DLCAMPSL-CAMPAIGN-ID       PIC X(08).
001100     03  DLCAMPSL-CUST-NO           PIC 9(16).
001300         88  DLCAMPSL-MAILED                 VALUE 'M'.
001400         88  DLCAMPSL-CONTROL                VALUE 'C'.
001500     03  DLCAMPSL-SELECT-DATE       PIC 9(08).
001600*    CONTACT CHANNEL OF THE CAMPAIGN (DLCONSNT CHANNEL CODE).
001700     03  DLCAMPSL-CHANNEL           PIC X(01).
