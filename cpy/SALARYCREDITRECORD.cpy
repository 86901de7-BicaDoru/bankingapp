      *> RECORD LAYOUT FOR THE INDEXED SALARY CREDIT MARKER FILE
      *> (files/salarycredits.dat), ONE ROW PER ACCOUNT THAT HAS EVER
      *> RECEIVED A PAYROLL CREDIT, OVERWRITTEN BY PAYROLL WITH EACH
      *> NEW ONE. FEEWAIVER READS IT FOR ITS SALARY-BASED RULES SO
      *> IT NEVER HAS TO WALK THE TRANSACTION HISTORY.
       01  SALARY-CREDIT-RECORD.
           05 SC-ACCOUNT-ID            PIC 9(09).
      *    DATE OF THE LATEST PAYROLL CREDIT (YYYYMMDD).
           05 SC-LAST-DATE             PIC 9(08).
           05 SC-LAST-AMOUNT           PIC 9(10)V99.
      *    SUBMISSION REFERENCE OF THAT PAYROLL FILE.
           05 SC-REFERENCE             PIC X(20).
           05 FILLER                   PIC X(20).
