000100*
000200*   DLCONHST - MARKETING CONSENT CHANGE HISTORY RECORD
000300*   ONE ROW FOR EVERY CONSENT ROW DLR189 ADDS OR CHANGES ON
000400*   THE DLCONSNT REGISTER, APPENDED RUN AFTER RUN. OLD STATUS
000500*   IS SPACE WHEN THE CARD HAD NO ROW FOR THE CHANNEL BEFORE.
000600*   DLR190 READS IT FOR THE QUARTERLY CONSENT AUDIT.
000700*
000800     03  DLCONHST-CUST-NO           PIC 9(16).
000900     03  DLCONHST-CHANNEL           PIC X(01).
001000     03  DLCONHST-OLD-STATUS        PIC X(01).
001100     03  DLCONHST-NEW-STATUS        PIC X(01).
001200     03  DLCONHST-CONSENT-DATE      PIC 9(08).
001300     03  DLCONHST-SOURCE            PIC X(01).
001400     03  DLCONHST-SOURCE-REF        PIC X(08).
001500     03  DLCONHST-LOAD-DATE         PIC 9(08).
001600     03  FILLER                     PIC X(16).
