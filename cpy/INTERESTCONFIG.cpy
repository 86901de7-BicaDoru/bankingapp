         05 K-INTEREST-TIER-COUNT      PIC 9(01) VALUE 3.
         05 K-INTEREST-TIER-ELEM.
           10 FILLER.
             15 FILLER   PIC 9(10)V99 VALUE 5000.00.
             15 FILLER   PIC 9V9(4)   VALUE 0.0025.
           10 FILLER.
             15 FILLER   PIC 9(10)V99 VALUE 25000.00.
             15 FILLER   PIC 9V9(4)   VALUE 0.0035.
           10 FILLER.
             15 FILLER   PIC 9(10)V99 VALUE 9999999999.99.
             15 FILLER   PIC 9V9(4)   VALUE 0.0045.
         05 K-INTEREST-TIER-TABLE REDEFINES K-INTEREST-TIER-ELEM
                                        OCCURS 3 TIMES.
           10 K-INTEREST-TIER-CEILING  PIC 9(10)V99.
           10 K-INTEREST-TIER-RATE     PIC 9V9(4).

      *> MONTHLY DEBIT RATE CHARGED ON THE OVERDRAWN PART OF A BALANCE
      *> (ANY PRODUCT TYPE). ONE RATE, NO TIERS -- THE WHOLE NEGATIVE
      *> BALANCE IS CHARGED AT IT. INTACCRUE ACCRUES ONE THIRTIETH OF
      *> IT PER DAY, THE SAME 30-DAY CONVENTION AS THE CREDIT SIDE.
         05 K-DEBIT-INTEREST-RATE      PIC 9V9(4)   VALUE 0.0125.

      *> MONTHLY CREDIT RATE OF THE NOTICE SAVINGS PRODUCTS ("N32" /
      *> "N95", SEE NOTICE.cbl). FLAT -- NO TIERS -- ON THE WHOLE
      *> BALANCE; THE LONGER NOTICE PAYS MORE. INTACCRUE ACCRUES ONE
      *> THIRTIETH OF IT PER DAY LIKE THE TIERS ABOVE, AND AN EARLY
      *> WITHDRAWAL'S PENALTY IS PRICED OFF THE SAME RATE.
         05 K-NOTICE-32-RATE           PIC 9V9(4)   VALUE 0.0050.
         05 K-NOTICE-95-RATE           PIC 9V9(4)   VALUE 0.0065.
