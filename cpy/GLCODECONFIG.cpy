      *> INTER-BRANCH DUE-TO/DUE-FROM POSITIONS -- SEE
      *> INTERBRANCHRECORD AND ACCBO.F-CHECK-INTERBRANCH.
         05 K-GLCODE-INTERBRANCH       PIC X(04) VALUE "1600".
      *> INTEREST CHARGED ON OVERDRAWN BALANCES -- INCOME, KEPT APART
      *> FROM FEE INCOME. SEE INTACCRUE/INTBATCH.
         05 K-GLCODE-DEBIT-INT-INCOME  PIC X(04) VALUE "4100".
      *> LOAN CHARGE-OFFS AND LATER RECOVERIES -- A CHARGE-OFF
      *> DEBITS THE LOSS EXPENSE AND CREDITS THE LOAN BOOK; MONEY
      *> RECOVERED ON A WRITTEN-OFF LOAN IS CREDITED TO RECOVERY
      *> INCOME. SEE LOANCHGOFF/LOANWRITEOFFRECORD.
         05 K-GLCODE-LOAN-BOOK         PIC X(04) VALUE "1300".
         05 K-GLCODE-LOAN-LOSS         PIC X(04) VALUE "5300".
         05 K-GLCODE-LOAN-RECOVERY     PIC X(04) VALUE "4300".
      *> EXPECTED-CREDIT-LOSS PROVISIONS -- THE CHARGE (OR RELEASE)
      *> FOR THE PERIOD AGAINST THE LOAN-LOSS ALLOWANCE, A CONTRA-
      *> ASSET TO THE LOAN BOOK. SEE LOANPROV/ECLMOVEMENTRECORD.
         05 K-GLCODE-PROVISION-EXP     PIC X(04) VALUE "5310".
         05 K-GLCODE-LOSS-ALLOWANCE    PIC X(04) VALUE "1390".
      *> LOAN SUB-LEDGER -- INTEREST ACCRUED DAILY ON THE LOAN BOOK
      *> (K-GLCODE-LOAN-BOOK ABOVE CARRIES THE PRINCIPAL) IS A
      *> RECEIVABLE UNTIL A REPAYMENT COLLECTS IT, AND INCOME FROM THE
      *> DAY IT ACCRUES. SEE LOANACCRUE/LOANLEDGERRECORD.
         05 K-GLCODE-LOAN-INT-RECV     PIC X(04) VALUE "1310".
         05 K-GLCODE-LOAN-INT-INCOME   PIC X(04) VALUE "4310".
      *> INTEREST CREDITED TO CUSTOMER ACCOUNTS -- THE BANK'S
      *> EXPENSE, CARRIED ON THE INTEXP INTERNAL ACCOUNTS (SEE
      *> INTACCCONFIG).
         05 K-GLCODE-INT-EXPENSE       PIC X(04) VALUE "5100".
      *> CARD LOYALTY POINTS REDEEMED FOR A CASH CREDIT -- THE BANK'S
      *> EXPENSE, CARRIED ON THE LOYEXP INTERNAL ACCOUNTS (SEE
      *> INTACCCONFIG AND LOYALTY.cbl).
         05 K-GLCODE-LOYALTY-EXPENSE   PIC X(04) VALUE "5400".
      *> YEAR-END CLOSE -- EVERY INCOME AND EXPENSE POSITION OF THE
      *> CLOSED YEAR IS CLEARED AGAINST RETAINED EARNINGS. SEE
      *> YEAREND.cbl.
         05 K-GLCODE-RETAINED-EARNINGS PIC X(04) VALUE "3000".

         05 K-GLCODE-CHK               PIC X(10).
           88 K-GLCODE-CHK-FEE         VALUE "FEE".
           88 K-GLCODE-CHK-TRANSFER    VALUE "TRANSFER".
           88 K-GLCODE-CHK-TAX         VALUE "TAX".
           88 K-GLCODE-CHK-DEBITINT    VALUE "DEBITINT".
