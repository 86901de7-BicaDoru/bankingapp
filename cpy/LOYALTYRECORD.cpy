      *> RECORD LAYOUT FOR THE INDEXED CARD LOYALTY POINTS LEDGER
      *> (files/loyalty.dat) KEPT BY LOYALTY.cbl -- ONE ROW PER
      *> MOVEMENT, KEYED ON THE CUSTOMER AND A RUNNING SEQUENCE, SO A
      *> CUSTOMER'S ROWS ARE ADJACENT AND IN THE ORDER THEY HAPPENED.
      *> THE BALANCE IS THE SUM OF LY-POINTS OVER THE CUSTOMER'S ROWS.
      *> AN EARN ROW ALSO CARRIES WHAT IS LEFT OF IT (LY-REMAINING):
      *> REDEMPTIONS, CHARGEBACK REVERSALS AND EXPIRY USE UP THE
      *> OLDEST EARN ROWS FIRST, AND WHATEVER IS LEFT ON A ROW WHEN
      *> ITS LY-EXPIRY-DATE PASSES IS EXPIRED BY LOYALTYRUN.
       01  LOYALTY-RECORD.
           05 LY-KEY.
             10 LY-CUSTOMER-ID         PIC 9(09).
             10 LY-SEQ                 PIC 9(07).
      *    yyyymmdd OF THE PURCHASE (EARN) OR OF THE MOVEMENT.
           05 LY-DATE                  PIC 9(08).
           05 LY-TYPE                  PIC X(01).
      *      EARNED ON A SETTLED CARD PURCHASE (CARDCLEAR).
             88 LY-IS-EARN             VALUE "E".
      *      TAKEN BACK BECAUSE THE PURCHASE WAS CHARGED BACK.
             88 LY-IS-REVERSAL         VALUE "R".
      *      REDEEMED FOR A CASH CREDIT TO AN ACCOUNT.
             88 LY-IS-REDEEM           VALUE "D".
      *      EXPIRED UNUSED (LOYALTYRUN).
             88 LY-IS-EXPIRY           VALUE "X".
      *    POSITIVE FOR AN EARN, NEGATIVE FOR EVERY OTHER TYPE.
           05 LY-POINTS                PIC S9(09).
      *    THE CARD AND PURCHASE AN EARN (AND ITS REVERSAL) CAME FROM;
      *    ON A REDEMPTION THE ACCOUNT THAT WAS CREDITED.
           05 LY-CARD-ID               PIC 9(05).
           05 LY-ACCOUNT-ID            PIC 9(09).
           05 LY-CARD-TYPE             PIC X(01).
           05 LY-MCC                   PIC X(04).
           05 LY-AMOUNT                PIC 9(10)V99.
           05 LY-REFERENCE             PIC X(20).
      *    EARN ROWS ONLY.
           05 LY-EXPIRY-DATE           PIC 9(08).
           05 LY-REMAINING             PIC 9(09).
           05 LY-REVERSED              PIC X(01).
             88 LY-REVERSED-Y          VALUE "Y".
             88 LY-REVERSED-N          VALUE "N" " ".
      *    REDEMPTIONS ONLY -- WHO ASKED FOR IT.
           05 LY-ACTOR-BUSR-ID         PIC 9(09).
           05 FILLER                   PIC X(20).
