000100*
000200*   DLPTXERN - INBOUND PARTNER EARN RECORD
000300*   ONE RECORD PER POINTS AWARD A COALITION PARTNER ASKS US TO
000400*   CREDIT TO ONE OF OUR MEMBERS (FOR EXAMPLE A FLIGHT OR A
000500*   FUEL PURCHASE QUOTING THE MEMBER'S CARD). THE PARTNER
000600*   REFERENCE IS UNIQUE WITHIN THE PARTNER. CREDITED BY
000700*   DLR183, WHICH ANSWERS EACH ONE ON A DLPTXACK RECORD.
000800*
000900     03  DLPTXERN-PARTNER-CODE      PIC X(04).
001000     03  DLPTXERN-PARTNER-REF       PIC X(14).
001100     03  DLPTXERN-CARD-NO           PIC 9(16).
001200     03  DLPTXERN-EARN-DATE         PIC 9(08).
001300     03  DLPTXERN-POINTS            PIC 9(07).
001400     03  FILLER                     PIC X(31).
