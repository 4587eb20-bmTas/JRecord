      *
      *   FCRTNML - RETURNED-MAIL INTAKE RECORD
      *   ONE ROW PER ITEM THE MAILROOM RECEIVES BACK UNDELIVERED,
      *   FOR THE FCUSDAT CUSTOMER IT WAS ADDRESSED TO. MAIL-REF IS
      *   THE ADDRESSEE REFERENCE PRINTED ON THE ITEM - THE LOYALTY
      *   CARD NUMBER ON A POINTS STATEMENT, THE INVOICE CUSTOMER
      *   NUMBER ON A DUNNING LETTER, THE DEPOSIT ACCOUNT NUMBER ON AN
      *   UNCLAIMED-MONEYS LETTER - AND IS BLANK FOR A STATEMENT.
      *   ACCEPTED ROWS ARE KEPT, IN THE SAME LAYOUT, ON THE
      *   RETURNED-MAIL LOG THE MONTHLY VOLUME REPORT READS.
      *
       01  RETURNED-MAIL-DATA.
           05 RM-CUSTOMER-ID                 PIC 9(6).
           05 RM-MAIL-TYPE                   PIC X(2).
              88 RM-STATEMENT                VALUE 'ST'.
              88 RM-POINTS-STATEMENT         VALUE 'PT'.
              88 RM-DUNNING-LETTER           VALUE 'DN'.
              88 RM-UNCLAIMED-LETTER         VALUE 'UM'.
              88 RM-VALID-MAIL-TYPE          VALUE 'ST' 'PT'
                                                   'DN' 'UM'.
           05 RM-MAIL-REF                    PIC X(20).
           05 RM-DATE-RETURNED               PIC 9(8).
           05 RM-REASON                      PIC X(2).
              88 RM-GONE-AWAY                VALUE 'GA'.
              88 RM-ADDRESS-INCOMPLETE       VALUE 'AI'.
              88 RM-NOT-KNOWN                VALUE 'NK'.
              88 RM-REFUSED                  VALUE 'RF'.
              88 RM-VALID-REASON             VALUE 'GA' 'AI'
                                                   'NK' 'RF'.
           05 FILLER                         PIC X(42).
