000100*
000200*   DLPTXOUT - OUTBOUND POINTS CONVERSION RECORD TO A PARTNER
000300*   ONE RECORD PER MEMBER TRANSFER DLR182 HAS DEBITED FROM
000400*   DLPTSBAL, ASKING THE PARTNER TO CREDIT THE MEMBER'S
000500*   ACCOUNT WITH THEM. THE PARTNER ANSWERS EACH ONE ON A
000600*   DLPTXACK RECORD QUOTING THE SAME REFERENCE.
000700*
000800     03  DLPTXOUT-PARTNER-CODE      PIC X(04).
000900     03  DLPTXOUT-REFERENCE         PIC X(14).
001000     03  DLPTXOUT-PARTNER-MEMBER    PIC X(16).
001100     03  DLPTXOUT-CARD-NO           PIC 9(16).
001200     03  DLPTXOUT-POINTS            PIC 9(07).
001300     03  DLPTXOUT-PARTNER-UNITS     PIC 9(09).
001400     03  DLPTXOUT-REQUEST-DATE      PIC 9(08).
001500     03  FILLER                     PIC X(06).
