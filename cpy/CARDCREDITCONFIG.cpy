      *> Credit card line and billing-cycle terms for CARDCREDIT and
      *> CARDBILL, the same convention as PAGINGCONFIG/VELOCITYCONFIG:
      *> COPY this into a program's own 01 CONSTANTS group instead of
      *> declaring the terms locally.
      *>
      *> THE DEFAULT LIMIT APPLIES WHEN A CREDIT CARD IS ISSUED
      *> WITHOUT ONE. INTEREST IS CHARGED AT K-CARD-APR-PCT / 12 ON
      *> WHATEVER PART OF THE LAST STATEMENT BALANCE WAS NOT REPAID BY
      *> THE NEXT STATEMENT; A STATEMENT PAID IN FULL ATTRACTS NONE.
      *> THE MINIMUM PAYMENT IS THE GREATER OF K-CARD-MIN-PAY-PCT OF
      *> THE NEW BALANCE AND K-CARD-MIN-PAY-FLOOR, NEVER MORE THAN THE
      *> BALANCE ITSELF, AND FALLS DUE K-CARD-GRACE-DAYS AFTER THE
      *> STATEMENT DATE.
         05 K-CARD-DEFAULT-LIMIT       PIC 9(10)V99 VALUE 2000.00.
         05 K-CARD-APR-PCT             PIC 9(03)V99 VALUE 019.90.
         05 K-CARD-MIN-PAY-PCT         PIC 9(03)V99 VALUE 003.00.
         05 K-CARD-MIN-PAY-FLOOR       PIC 9(10)V99 VALUE 25.00.
         05 K-CARD-GRACE-DAYS          PIC 9(03) VALUE 025.
