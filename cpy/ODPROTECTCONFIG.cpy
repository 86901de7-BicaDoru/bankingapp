      *> Overdraft-protection transfer terms for ODPROTECT, the same
      *> convention as VELOCITYCONFIG/CARDCREDITCONFIG: COPY this into
      *> a program's own 01 CONSTANTS group instead of declaring the
      *> terms locally.
      *>
      *> EVERY PROTECTION TRANSFER IS CHARGED K-ODP-TRANSFER-FEE ON
      *> THE PROTECTED ACCOUNT; THE FEE IS PULLED ACROSS WITH THE
      *> SHORTFALL SO THE DEBIT THAT TRIGGERED IT STILL LEAVES THE
      *> ACCOUNT AT ZERO, NOT OVERDRAWN BY THE FEE. A SINGLE TRANSFER
      *> (SHORTFALL PLUS FEE) MAY NOT EXCEED THE LINK'S OWN CAP, OR
      *> K-ODP-MAX-TRANSFER WHEN THE LINK HAS NONE, AND A LINK
      *> PROTECTS AT MOST K-ODP-MAX-PER-DAY DEBITS AND
      *> K-ODP-MAX-DAY-AMOUNT IN TOTAL PER CALENDAR DAY. A SHORTFALL
      *> THE LINK CANNOT COVER IN FULL IS NOT COVERED AT ALL -- THE
      *> DEBIT FALLS BACK TO THE ACCOUNT'S OWN OVERDRAFT LIMIT.
         05 K-ODP-TRANSFER-FEE        PIC 9(10)V99 VALUE 5.00.
         05 K-ODP-MAX-TRANSFER        PIC 9(10)V99 VALUE 1000.00.
         05 K-ODP-MAX-PER-DAY         PIC 9(03) VALUE 003.
         05 K-ODP-MAX-DAY-AMOUNT      PIC 9(10)V99 VALUE 2500.00.
