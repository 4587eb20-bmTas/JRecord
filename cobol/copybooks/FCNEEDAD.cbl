      *
      *   FCNEEDAD - NEEDS-ADDRESS WORKLIST RECORD
      *   ONE ROW PER ITEM OF MAIL HELD BY A MAIL-PRODUCING JOB
      *   BECAUSE THE CUSTOMER'S ADDRESS IS FLAGGED UNDELIVERABLE ON
      *   THE FCUNDLV REGISTER. THE CUSTOMER SERVICE TEAM WORKS THE
      *   LIST TO OBTAIN A NEW ADDRESS FOR DLR038 TO APPLY.
      *
       01  NEEDS-ADDRESS-DATA.
           05 NA-CUSTOMER-ID                 PIC 9(6).
           05 NA-MAIL-TYPE                   PIC X(2).
           05 NA-MAIL-REF                    PIC X(20).
           05 NA-CUSTOMER-NAME               PIC X(20).
           05 NA-HELD-DATE                   PIC 9(8).
           05 NA-HELD-BY                     PIC X(8).
           05 FILLER                         PIC X(16).
