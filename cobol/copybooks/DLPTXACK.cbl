000100*
000200*   DLPTXACK - COALITION PARTNER ACKNOWLEDGEMENT RECORD
000300*   THE SAME LAYOUT IN BOTH DIRECTIONS: DLR183 WRITES ONE FOR
000400*   EVERY DLPTXERN EARN RECORD A PARTNER SENDS US, AND THE
000500*   PARTNER RETURNS ONE FOR EVERY DLPTXOUT CONVERSION WE SEND
000600*   THEM, WHICH DLR184 RECONCILES. THE REFERENCE IS THE ONE
000700*   ON THE RECORD BEING ANSWERED. A REJECT CARRIES A REASON.
000800*
000900     03  DLPTXACK-PARTNER-CODE      PIC X(04).
001000     03  DLPTXACK-REFERENCE         PIC X(14).
001100     03  DLPTXACK-CARD-NO           PIC 9(16).
001200     03  DLPTXACK-POINTS            PIC 9(07).
001300     03  DLPTXACK-PARTNER-UNITS     PIC 9(09).
001400     03  DLPTXACK-STATUS            PIC X(01).
001500         88  DLPTXACK-ACCEPTED               VALUE 'A'.
001600         88  DLPTXACK-REJECTED               VALUE 'R'.
001700     03  DLPTXACK-REASON            PIC X(04).
001800     03  DLPTXACK-ACK-DATE          PIC 9(08).
001900     03  FILLER                     PIC X(17).
