      *> RECORD LAYOUT FOR THE INDEXED LOAN SUB-LEDGER
      *> files/loanledger.dat -- ONE ROW PER MONEY EVENT ON A LOAN,
      *> APPEND-ONLY, WRITTEN ONLY THROUGH LOANLEDGER.cbl (SEE
      *> LOANLEDGERINTERFACE) SO EVERY ROW ALSO MOVES THE LOAN'S
      *> RUNNING POSITION ON files/loanbalance.dat (SEE
      *> LOANBALRECORD). CARRIED INTO THE GL FEED BY GLEXPORT (BY
      *> LL-ID HIGH-WATER MARK).
       01  LOAN-LEDGER-RECORD.
           05 LL-ID                    PIC 9(09).
           05 LL-DATE                  PIC 9(08).
           05 LL-EVENT                 PIC X(01).
      *      OPENING POSITION OF A LOAN BOOKED BEFORE THE SUB-LEDGER
      *      EXISTED -- WRITTEN ONCE, AHEAD OF ITS FIRST OTHER EVENT.
             88 LL-IS-OPENING          VALUE "O".
             88 LL-IS-DISBURSEMENT     VALUE "D".
             88 LL-IS-ACCRUAL          VALUE "A".
             88 LL-IS-REPAYMENT        VALUE "R".
             88 LL-IS-FEE              VALUE "F".
      *      CHARGE-OFF -- THE PRINCIPAL LEAVES THE SUB-LEDGER AND THE
      *      UNCOLLECTED ACCRUAL IS REVERSED (SEE LOANCHGOFF).
             88 LL-IS-CHARGE-OFF       VALUE "C".
           05 LL-LOAN-ID               PIC 9(05).
           05 LL-ACCOUNT-ID            PIC 9(09).
           05 LL-CURRENCY              PIC X(03).
      *    PRINCIPAL MOVED: OPENING/DISBURSEMENT ADD IT, REPAYMENT AND
      *    CHARGE-OFF TAKE IT OFF.
           05 LL-PRINCIPAL             PIC 9(10)V99.
      *    ACCRUAL: INTEREST EARNED. REPAYMENT: INTEREST COLLECTED.
           05 LL-INTEREST              PIC 9(10)V99.
      *    REPAYMENT/CHARGE-OFF: THE ACCRUED RECEIVABLE THIS ROW
      *    CLEARED -- WHATEVER HAD BEEN ACCRUED SINCE THE LAST
      *    REPAYMENT, SET BY LOANLEDGER, NOT BY THE CALLER.
           05 LL-ACCRUAL-CLEARED       PIC 9(10)V99.
           05 LL-FEE                   PIC 9(10)V99.
      *    "Y" WHEN THE MONEY MOVED OUTSIDE ANY CUSTOMER ACCOUNT (AN
      *    ACH DISBURSEMENT OR INBOUND ACH PAYMENT) -- THE GL FEED
      *    THEN WRITES THE CASH LEG TOO. OTHERWISE THE TRANSDB
      *    DEPOSIT/WITHDRAWAL ALREADY CARRIES IT.
           05 LL-CASH-LEG              PIC X(01).
             88 LL-CASH-LEG-Y          VALUE "Y".
             88 LL-CASH-LEG-N          VALUE "N".
      *    FEE: THE DUE DATE OF THE MISSED INSTALLMENT IT IS FOR.
           05 LL-REF-DATE              PIC 9(08).
           05 LL-SOURCE                PIC X(12).
      *    THE LOAN'S SUB-LEDGER POSITION AFTER THIS ROW.
           05 LL-PRINCIPAL-BAL         PIC 9(10)V99.
           05 LL-RECEIVABLE-BAL        PIC 9(10)V99.
           05 LL-TIMESTAMP             PIC X(19).
