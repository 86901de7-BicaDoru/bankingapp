      *> NEXT DAY, GETS A SEPARATE ROW EACH TIME.
       01  TILL-RECORD.
           05 TL-KEY.
             10 TL-BUSR-ID            PIC 9(09).
             10 TL-BRANCHID           PIC 9(03).
             10 TL-SHIFT-DATE         PIC 9(08).
           05 TL-STATUS               PIC X(01).
             88 TL-IS-OPEN             VALUE "O".
             88 TL-IS-CLOSED           VALUE "C".
           05 TL-OPENING-FLOAT        PIC 9(10)V99.
      *>   RUNNING TOTALS OF DEPOSIT (CASH-IN) AND WITHDRAW (CASH-OUT)
      *>   TRANSACTIONS THIS TELLER PERSONALLY POSTED AGAINST AN
      *>   ACCOUNT AT THIS BRANCH -- SEE TILLBAL.F-SUM-TILL-ACTIVITY.
           05 TL-CASH-IN              PIC 9(10)V99.
           05 TL-CASH-OUT             PIC 9(10)V99.
           05 TL-EXPECTED-CLOSE       PIC S9(10)V99.
           05 TL-COUNTED-CLOSE        PIC 9(10)V99.
           05 TL-VARIANCE             PIC S9(10)V99.
