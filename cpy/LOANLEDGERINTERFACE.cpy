      *> CALL INTERFACE FOR LOANLEDGER.cbl -- THE ONE WRITER OF THE
      *> LOAN SUB-LEDGER (files/loanledger.dat, SEE LOANLEDGERRECORD)
      *> AND ITS PER-LOAN POSITION (files/loanbalance.dat, SEE
      *> LOANBALRECORD). EVERY PROGRAM THAT DISBURSES, ACCRUES,
      *> COLLECTS, CHARGES OR WRITES OFF LOAN MONEY POSTS THROUGH
      *> IT. SAME CALLED-SUBPROGRAM SHAPE AS ODPROTECTINTERFACE.
       01 LOANLEDGER-INTERFACE.
         05 LOANLEDGER-IN.
           10 I-LL-OPERATION              PIC X(08).
      *      APPEND ONE SUB-LEDGER ROW AND MOVE THE POSITION.
             88 I-LL-OP-POST              VALUE "POST    ".
      *      READ THE LOAN'S POSITION ONLY.
             88 I-LL-OP-GETITEM           VALUE "GETITEM ".
           10 I-LL-EVENT                  PIC X(01).
             88 I-LL-EVENT-OPENING        VALUE "O".
             88 I-LL-EVENT-DISBURSEMENT   VALUE "D".
             88 I-LL-EVENT-ACCRUAL        VALUE "A".
             88 I-LL-EVENT-REPAYMENT      VALUE "R".
             88 I-LL-EVENT-FEE            VALUE "F".
             88 I-LL-EVENT-CHARGE-OFF     VALUE "C".
           10 I-LL-LOAN-ID                PIC 9(05).
           10 I-LL-ACCOUNT-ID             PIC 9(09).
           10 I-LL-CURRENCY               PIC X(03).
      *    POSTING DATE -- ZERO MEANS TODAY.
           10 I-LL-DATE                   PIC 9(08).
           10 I-LL-PRINCIPAL              PIC 9(10)V99.
           10 I-LL-INTEREST               PIC 9(10)V99.
           10 I-LL-FEE                    PIC 9(10)V99.
      *    "Y" WHEN NO CUSTOMER-ACCOUNT POSTING CARRIES THE CASH SIDE.
           10 I-LL-CASH-LEG               PIC X(01).
      *    FEE ONLY: DUE DATE OF THE INSTALLMENT THE FEE IS FOR.
           10 I-LL-REF-DATE               PIC 9(08).
      *    EVERY EVENT BUT A DISBURSEMENT: THE LOAN'S REMAINING
      *    PRINCIPAL BEFORE THIS EVENT. USED ONLY TO OPEN A LOAN THAT
      *    HAS NO POSITION YET (BOOKED BEFORE THE SUB-LEDGER EXISTED).
           10 I-LL-OPEN-BALANCE           PIC 9(10)V99.
      *    CALLING PROGRAM, FOR THE ROW'S AUDIT TRAIL.
           10 I-LL-SOURCE                 PIC X(12).

         05 LOANLEDGER-STATUS             PIC X(02).
           88 LOANLEDGER-STATUS-OK        VALUE "00".
      *      GETITEM: THE LOAN HAS NO SUB-LEDGER POSITION YET.
           88 LOANLEDGER-STATUS-NOT-FOUND VALUE "90".
           88 LOANLEDGER-STATUS-BAD-OP    VALUE "95".
           88 LOANLEDGER-STATUS-IO-ERR    VALUE "99".

         05 LOANLEDGER-OUT.
           10 O-LL-ID                     PIC 9(09).
           10 O-LL-PRINCIPAL-BAL          PIC 9(10)V99.
           10 O-LL-INT-RECEIVABLE         PIC 9(10)V99.
           10 O-LL-ACCRUAL-CLEARED        PIC 9(10)V99.
           10 O-LL-LAST-ACCRUAL-DATE      PIC 9(08).
           10 O-LL-FEE-DUE-DATE           PIC 9(08).
           10 O-LL-FEE-CHARGED            PIC 9(10)V99.
