      *> RECORD LAYOUT FOR THE FEE WAIVER LOG (files/feewaivers_log.dat,
      *> LINE SEQUENTIAL, APPENDED BY FEEWAIVER). ONE ROW PER FEE A
      *> WAIVER RULE WAIVED OR DISCOUNTED -- WHAT WOULD HAVE BEEN
      *> CHARGED, WHAT WAS LET GO AND WHICH RULE DID IT. READ BY
      *> FEEWAIVRPT (MONTHLY REPORT) AND PROFITRPT.
       01  FEE-WAIVER-LOG-RECORD.
      *    BUSINESS DATE OF THE FEE (YYYYMMDD).
           05 WL-DATE                  PIC 9(08).
           05 WL-CUSTOMER-ID           PIC 9(09).
           05 WL-ACCOUNT-ID            PIC 9(09).
           05 WL-FEE-CODE              PIC X(08).
           05 WL-FEE-AMOUNT            PIC 9(10)V99.
           05 WL-WAIVED-AMOUNT         PIC 9(10)V99.
           05 WL-RULE-ID               PIC 9(03).
           05 WL-BASIS                 PIC X(01).
           05 WL-DESCRIPTION           PIC X(30).
