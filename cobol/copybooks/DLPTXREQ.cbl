000100*
000200*   DLPTXREQ - MEMBER POINTS-TO-PARTNER TRANSFER REQUEST
000300*   ONE RECORD PER MEMBER REQUEST TO CONVERT DLPTSBAL POINTS
000400*   INTO A COALITION PARTNER'S CURRENCY, TAKEN FROM THE WEB
000500*   SITE AND THE SERVICE DESK. THE REFERENCE IS UNIQUE PER
000600*   REQUEST AND TRAVELS WITH IT TO THE PARTNER AND BACK.
000700*   APPLIED BY DLR182.
000800*
000900     03  DLPTXREQ-CARD-NO           PIC 9(16).
001000     03  DLPTXREQ-PARTNER-CODE      PIC X(04).
001100     03  DLPTXREQ-PARTNER-MEMBER    PIC X(16).
001200     03  DLPTXREQ-POINTS            PIC 9(07).
001300     03  DLPTXREQ-REQUEST-DATE      PIC 9(08).
001400     03  DLPTXREQ-REFERENCE         PIC X(14).
001500     03  FILLER                     PIC X(15).
