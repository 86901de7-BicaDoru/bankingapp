      *> THE DESIGNATED INTERNAL SUSPENSE ACCOUNT UNMATCHED INCOMING
      *> ACH CREDITS POST TO (SEE ACHBATCH/ACHREPAIR) INSTEAD OF
      *> BOUNCING SOMEONE'S SALARY BACK OVER A ONE-DIGIT TYPO.
      *> OPERATIONS OPENS THIS ACCOUNT ONCE, AS AN INTERNAL ROW
      *> (PRODUCT_TYPE 'INT', CUSTOMERID 0) -- TRANSDB REFUSES A
      *> CONTRA POSTING ONTO ANYTHING ELSE ON THIS ID. IF IT IS NOT
      *> ON FILE THE OLD REJECT BEHAVIOR APPLIES.
         05 K-ACH-SUSPENSE-ACCID      PIC 9(09) VALUE 999999999.
      *> AN ITEM STILL SITTING IN SUSPENSE PAST THIS MANY DAYS GOES
      *> ON THE AGING REPORT.
         05 K-SUSPENSE-AGING-DAYS     PIC 9(03) VALUE 5.
