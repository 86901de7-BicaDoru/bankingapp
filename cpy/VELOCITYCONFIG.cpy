      *> CONSTANTS group instead of declaring the limits locally, the
      *> same convention as PAGINGCONFIG.
         05 K-VELOCITY-MAX-COUNT      PIC 9(03) VALUE 020.
         05 K-VELOCITY-MAX-AMOUNT     PIC 9(10)V99 VALUE 50000.00.
