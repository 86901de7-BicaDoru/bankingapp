      *> Notice savings terms for NOTICE, the same convention as
      *> ODPROTECTCONFIG/VELOCITYCONFIG: COPY this into a program's
      *> own 01 CONSTANTS group instead of declaring the terms
      *> locally.
      *>
      *> A NOTICE FILED ON AN "N32"/"N95" ACCOUNT EXPIRES 32/95 DAYS
      *> AFTER THE BUSINESS DATE IT IS FILED ON; THE NOTICED AMOUNT
      *> IS THEN WITHDRAWABLE FROM THE EXPIRY DATE FOR
      *> K-NOTICE-WINDOW-DAYS DAYS, AFTER WHICH WHATEVER IS LEFT OF
      *> IT LAPSES AND A FRESH NOTICE IS NEEDED.
         05 K-NOTICE-WINDOW-DAYS       PIC 9(03) VALUE 014.
      *> AN EARLY WITHDRAWAL (NOT COVERED BY AN EXPIRED NOTICE) COSTS
      *> THIS MANY DAYS OF THE PRODUCT'S OWN INTEREST ON THE UNCOVERED
      *> AMOUNT. DEFAULTS ONLY -- THE PARAMETER STORE ROWS
      *> "NTC32-PENALTY-DAYS" / "NTC95-PENALTY-DAYS" OVERRIDE THEM
      *> (SEE PARAMSTORE.cbl / PARMAINT.cbl).
         05 K-NOTICE-32-PENALTY-DAYS   PIC 9(03) VALUE 032.
         05 K-NOTICE-95-PENALTY-DAYS   PIC 9(03) VALUE 095.
