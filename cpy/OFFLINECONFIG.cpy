      *> WHILE THE DATABASE IS DOWN NOTHING CAN BE BALANCE-CHECKED,
      *> SO THE PER-TRANSACTION CAP IS DELIBERATELY CONSERVATIVE --
      *> THE MOST A TELLER MAY ACCEPT ON PAPERLESS FAITH.
         05 K-OFFLINE-MAX-AMOUNT      PIC 9(10)V99 VALUE 500.00.
