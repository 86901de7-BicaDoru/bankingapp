      *> Variable-rate loan reset terms for LOANRESET (and LOANORD
      *> VARRATE), the same convention as LOANRISKCONFIG: COPY this
      *> into a program's own 01 CONSTANTS group instead of declaring
      *> the terms locally.

      *    A RESET IS FIXED AGAINST THE LATEST INDEX AND THE BORROWER
      *    NOTIFIED THIS MANY DAYS BEFORE THE RESET DATE, SO THE FIRST
      *    CHANGED INSTALLMENT IS NEVER A SURPRISE.
         05 K-VARRATE-NOTICE-DAYS       PIC 9(03) VALUE 15.
