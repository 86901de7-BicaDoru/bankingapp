      *> ENDING BALANCE) AND INTBATCH (THE MONTH-END POSTING THAT
      *> CREDITS THE ACCUMULATED AMOUNT AND RESETS IT). FOUR ACCRUAL
      *> DECIMALS SO A MONTH OF DAILY SLICES DOES NOT LOSE CENTS TO
      *> ROUNDING -- ROUNDED ONLY ONCE, AT POSTING. DEBIT INTEREST ON
      *> AN OVERDRAWN BALANCE ACCRUES INTO ITS OWN PAIR OF FIELDS,
      *> NEVER NETTED AGAINST THE CREDIT SIDE -- INTBATCH POSTS IT AS
      *> A SEPARATE DEBITINT CHARGE.
       01  INT-ACCRUAL-RECORD.
           05 IA-ACCOUNTID             PIC 9(09).
           05 IA-ACCRUED               PIC 9(08)V9999.
      *    LAST DAY ACCRUED -- A RE-RUN OF THE DAILY JOB ON THE SAME
      *    DATE IS A NO-OP, NOT A DOUBLE ACCRUAL.
           05 IA-LAST-DATE             PIC 9(08).
      *    DEBIT INTEREST ACCRUED ON THE NEGATIVE PART OF THE DAY'S
      *    ENDING BALANCE, AT K-DEBIT-INTEREST-RATE (INTERESTCONFIG).
           05 IA-DEBIT-ACCRUED         PIC 9(08)V9999.
           05 IA-DEBIT-LAST-DATE       PIC 9(08).
