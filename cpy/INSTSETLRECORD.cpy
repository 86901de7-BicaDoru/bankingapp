      *> RECORD LAYOUT FOR THE INSTANT PAYMENT SCHEME'S DAILY
      *> SETTLEMENT REPORT (files/instant_settlement_<yyyymmdd>.txt),
      *> READ BY INSTRECON. ONE LINE PER PAYMENT OF OURS THE SCHEME
      *> SETTLED THAT DAY.
       01  INSTANT-SETL-RECORD.
           05 IS-REFERENCE             PIC X(20).
           05 IS-AMOUNT                PIC 9(08)V99.
           05 IS-CURRENCY              PIC X(03).
           05 IS-SETTLE-DATE           PIC 9(08).
