      *> DESTINATION DOES NOT.
       01  BENEFICIARY-RECORD.
           05 BN-KEY.
             10 BN-CUSTOMERID          PIC 9(09).
             10 BN-NICKNAME            PIC X(15).
           05 BN-IBAN                  PIC X(30).
           05 BN-CREATED-DATE          PIC 9(08).
