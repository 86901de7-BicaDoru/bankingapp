      *> NOTES IN THE DRAWER.
       01  TILL-FX-RECORD.
           05 TF-KEY.
             10 TF-BUSR-ID            PIC 9(09).
             10 TF-BRANCHID           PIC 9(03).
             10 TF-SHIFT-DATE         PIC 9(08).
             10 TF-CURRENCY           PIC X(03).
           05 TF-CASH-IN              PIC 9(10)V99.
           05 TF-CASH-OUT             PIC 9(10)V99.
