      *> LOANRECORD ON THE LENDING SIDE.
       01  TERM-DEP-RECORD.
           05 TD-ID                    PIC 9(05).
           05 TD-ACCOUNT-ID            PIC 9(09).
           05 TD-CUSTOMER-ID           PIC 9(09).
           05 TD-CURRENCY              PIC X(03).
           05 TD-PRINCIPAL             PIC 9(10)V99.
           05 TD-ANNUAL-RATE-PCT       PIC 9(03)V99.
           05 TD-TERM-MONTHS           PIC 9(03).
           05 TD-OPEN-DATE             PIC 9(08).
