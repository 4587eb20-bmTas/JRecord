000100*
000200*   DLCONFED - MARKETING CONSENT SIGN-UP FEED RECORD (80 BYTES)
000300*   THE SAME LAYOUT COMES FROM THE STORE SIGN-UP FEED (SOURCE
000400*   REFERENCE = DLSTORID STORE KEY) AND THE WEB SIGN-UP FEED
000500*   (SOURCE REFERENCE = WEB SESSION OR FORM ID). STATUS 'I'
000600*   IS AN OPT-IN AND 'O' AN OPT-OUT FOR THE ONE CHANNEL.
000700*
000800     03  DLCONFED-CUST-NO           PIC 9(16).
000900     03  DLCONFED-CHANNEL           PIC X(01).
001000     03  DLCONFED-STATUS            PIC X(01).
001100         88  DLCONFED-VALID-STATUS           VALUE 'I' 'O'.
001200     03  DLCONFED-CONSENT-DATE      PIC 9(08).
001300     03  DLCONFED-SOURCE-REF        PIC X(08).
001400     03  FILLER                     PIC X(46).
