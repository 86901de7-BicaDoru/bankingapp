      *> Minor-account terms -- age of majority, how far ahead of
      *> it the family is told, and the default debit limits a
      *> minor's accounts run under until the guardian or the branch
      *> sets the customer's own (CP-TXN-LIMIT/CP-DAILY-LIMIT, see
      *> CUSTPROFILERECORD). Same convention as VELOCITYCONFIG: COPY
      *> this into a program's own 01 CONSTANTS group instead of
      *> declaring the terms locally.
      *>
      *> THE DAILY LIMIT IS COUNTED PER CHANNEL -- CASH WITHDRAWALS
      *> AGAINST THE ACCOUNT (ACCBO) AND OUTGOING TRANSFERS FROM IT
      *> (TRANSFERBO) EACH HAVE THE FULL DAILY AMOUNT.
         05 K-MAJORITY-AGE            PIC 9(02) VALUE 18.
         05 K-MAJORITY-NOTICE-DAYS    PIC 9(03) VALUE 030.
         05 K-MINOR-TXN-LIMIT         PIC 9(10)V99 VALUE 100.00.
         05 K-MINOR-DAILY-LIMIT       PIC 9(10)V99 VALUE 250.00.
