      *> RECORD LAYOUT FOR THE INDEXED LOAN SUB-LEDGER POSITION FILE
      *> files/loanbalance.dat -- ONE ROW PER LOAN, THE RUNNING TOTAL
      *> OF ITS files/loanledger.dat ROWS (SEE LOANLEDGERRECORD),
      *> KEPT UP TO DATE BY LOANLEDGER.cbl ON EVERY POSTING. LOANACCRUE
      *> RECONCILES LB-PRINCIPAL-BAL AGAINST LN-REMAINING-PRINCIPAL
      *> EVERY NIGHT, THE WAY EODRECON PROVES ACCOUNT BALANCES.
       01  LOAN-BAL-RECORD.
           05 LB-LOAN-ID               PIC 9(05).
           05 LB-PRINCIPAL-BAL         PIC 9(10)V99.
      *    INTEREST ACCRUED AND NOT YET COLLECTED.
           05 LB-INT-RECEIVABLE        PIC 9(10)V99.
      *    LAST DAY ACCRUED THROUGH -- THE DISBURSEMENT DATE UNTIL THE
      *    FIRST ACCRUAL. A RE-RUN ON THE SAME DATE IS A NO-OP.
           05 LB-LAST-ACCRUAL-DATE     PIC 9(08).
      *    LATE FEES CHARGED SO FAR FOR THE INSTALLMENT DUE ON
      *    LB-FEE-DUE-DATE (SEE LOANDELINQ) -- A NEW DUE DATE STARTS
      *    THE COUNT AGAIN.
           05 LB-FEE-DUE-DATE          PIC 9(08).
           05 LB-FEE-CHARGED           PIC 9(10)V99.
           05 LB-LAST-LL-ID            PIC 9(09).
