      *> RECORD LAYOUT FOR THE INDEXED PROVISION MOVEMENT FILE
      *> files/eclmovement.dat. LOANPROV WRITES ONE ROW PER BRANCH AND
      *> LOAN PRODUCT WHOSE PROVISION CHANGED SINCE ITS LAST RUN;
      *> GLEXPORT POSTS EACH ROW (BY EM-ID HIGH-WATER MARK) AS A
      *> PROVISION EXPENSE / LOAN-LOSS ALLOWANCE PAIR -- A CHARGE FOR
      *> AN INCREASE, A RELEASE FOR A DECREASE.
       01  ECL-MOVEMENT-RECORD.
           05 EM-ID                    PIC 9(07).
           05 EM-RUN-DATE              PIC 9(08).
           05 EM-BRANCH-ID             PIC 9(03).
           05 EM-PRODUCT               PIC X(10).
           05 EM-PRIOR-PROVISION       PIC 9(10)V99.
           05 EM-NEW-PROVISION         PIC 9(10)V99.
           05 EM-MOVEMENT              PIC S9(10)V99.
