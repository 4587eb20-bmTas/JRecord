      *
      *   FCUNDLV - UNDELIVERABLE ADDRESS REGISTER RECORD
      *   THE UNDELIVERABLE FLAG AGAINST AN FCUSDAT CUSTOMER-ADDRESS.
      *   ONE ROW PER CUSTOMER / MAIL TYPE / MAIL REFERENCE RETURNED,
      *   HOLDING THE ADDRESS THE ITEM CAME BACK FROM. SET BY DLR228
      *   FROM THE RETURNED-MAIL INTAKE AND CLEARED BY DLR038 WHEN A
      *   NEW ADDRESS IS APPLIED. WHILE A ROW IS UNDELIVERABLE THE
      *   MAIL-PRODUCING JOBS HOLD THE CUSTOMER'S MAIL AND LIST THE
      *   CUSTOMER ON THEIR NEEDS-ADDRESS WORKLIST (FCNEEDAD).
      *
       01  UNDELIVERABLE-DATA.
      *    CUSTOMER-ID, MAIL TYPE AND MAIL REFERENCE ARE GROUPED AS
      *    THE RECORD KEY OF THE KEYED (INDEXED) REGISTER.
           05 UD-KEY.
              10 UD-CUSTOMER-ID              PIC 9(6).
              10 UD-MAIL-TYPE                PIC X(2).
              10 UD-MAIL-REF                 PIC X(20).
           05 UD-ADDRESS                     PIC X(20).
           05 UD-STATUS                      PIC X(1).
              88 UD-UNDELIVERABLE            VALUE 'U'.
              88 UD-CLEARED                  VALUE 'C'.
           05 UD-FIRST-RETURNED              PIC 9(8).
           05 UD-LAST-RETURNED               PIC 9(8).
           05 UD-RETURN-COUNT                PIC 9(4).
           05 UD-LAST-REASON                 PIC X(2).
           05 UD-CLEARED-DATE                PIC 9(8).
           05 FILLER                         PIC X(21).
