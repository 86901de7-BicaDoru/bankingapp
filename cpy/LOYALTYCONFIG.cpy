      *> Card loyalty points terms for LOYALTY and LOYALTYRUN, the same
      *> convention as CARDCREDITCONFIG: COPY this into a program's own
      *> 01 CONSTANTS group instead of declaring the terms locally.
      *>
      *> POINTS ARE EARNED PER WHOLE CURRENCY UNIT OF A SETTLED CARD
      *> PURCHASE AT THE RATE files/data/loyaltyrates.dat GIVES FOR
      *> THE CARD TYPE AND MERCHANT CATEGORY (MAINTAINED BY
      *> LOYALTYMAINT); A PURCHASE NO RATE ROW COVERS EARNS THE
      *> DEFAULT FOR ITS CARD TYPE BELOW. FRACTIONS OF A POINT ARE
      *> DROPPED.
         05 K-LY-DEFAULT-RATE-DEBIT    PIC 9(03)V99 VALUE 000.50.
         05 K-LY-DEFAULT-RATE-CREDIT   PIC 9(03)V99 VALUE 001.00.
      *> AN EARN ROW EXPIRES THIS MANY MONTHS AFTER THE PURCHASE
      *> (PARAMSTORE NAME LOYALTY-EXPIRY-MON).
         05 K-LY-EXPIRY-MONTHS         PIC 9(03) VALUE 024.
      *> CASH VALUE OF ONE POINT IN THE CREDITED ACCOUNT'S CURRENCY
      *> (PARAMSTORE NAME LOYALTY-PT-VALUE).
         05 K-LY-POINT-VALUE           PIC 9(03)V99 VALUE 000.01.
      *> SMALLEST REDEMPTION ACCEPTED.
         05 K-LY-MIN-REDEEM            PIC 9(09) VALUE 500.
      *> THE MONTHLY STATEMENT WARNS OF POINTS EXPIRING WITHIN THIS
      *> MANY DAYS OF THE STATEMENT DATE.
         05 K-LY-EXPIRY-WARN-DAYS      PIC 9(03) VALUE 090.
