       01  LOAN-PARTY-RECORD.
           05 LP-KEY.
             10 LP-LOAN-ID             PIC 9(05).
             10 LP-CUSTOMER-ID         PIC 9(09).
           05 LP-ROLE                  PIC X(01).
             88 LP-ROLE-CO-BORROWER    VALUE "C".
             88 LP-ROLE-GUARANTOR      VALUE "G".
