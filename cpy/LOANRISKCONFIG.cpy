
      *    AVERAGE OF EVERY O-TRANS-ACCBALANCE SNAPSHOT ON FILE FOR THE
      *    ACCOUNT. BELOW THIS AMOUNT COUNTS AS A POOR SIGNAL.
         05 K-RISK-MIN-AVG-BALANCE      PIC S9(10)V99 VALUE 250.00.

      *    THIS MANY OR MORE OVERDRAFT FEES EVER POSTED TO THE ACCOUNT
      *    (SEE ACCBO.F-WRITE-OVERDRAFT-FEE) COUNTS AS A POOR SIGNAL.
      *    POOR-SIGNAL COUNT USES. A BORROWER WITH NO COLLATERAL ON
      *    FILE IS AN ORDINARY UNSECURED LOAN AND SKIPS THE CHECK.
         05 K-RISK-MAX-LTV-PCT          PIC 9(03) VALUE 80.

      *    CHARGE-OFF ELIGIBILITY -- AN ACTIVE LOAN THIS MANY DAYS OR
      *    MORE PAST ITS LN-NEXT-DUE-DATE MAY BE PUT FORWARD FOR
      *    CHARGE-OFF (SEE LOANCHGOFF). LOANDELINQ FLAGS THE SAME
      *    LOANS AS CANDIDATES ON THE DUNNING LIST.
         05 K-CHGOFF-MIN-DAYS-PAST-DUE  PIC 9(05) VALUE 180.
