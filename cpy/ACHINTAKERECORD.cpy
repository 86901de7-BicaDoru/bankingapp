      *> REDUCED, DUE DATE ADVANCED ON A FULL INSTALLMENT) INSTEAD
      *> OF LANDING IN A DEPOSIT ACCOUNT FOR A TELLER TO SHUFFLE.
      *> ZERO MEANS THE ORDINARY ACCOUNT CREDIT/DEBIT.
      *> ACH-ORIG-IBAN IS THE ORIGINATOR'S ACCOUNT AS THE NETWORK
      *> REPORTS IT; BLANK ON OLDER FILES AND ON DEBITS.
       01  ACH-INTAKE-RECORD.
           05 ACH-IBAN                 PIC X(30).
           05 ACH-DIRECTION            PIC X(01).
           05 ACH-CURRENCY             PIC X(03).
           05 ACH-REFERENCE            PIC X(20).
           05 ACH-LOAN-ID              PIC 9(05).
           05 ACH-ORIG-IBAN            PIC X(30).
