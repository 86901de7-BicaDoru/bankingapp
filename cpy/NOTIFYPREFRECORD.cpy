      *> A PREFERENCE. MAINTAINED BY NOTIFYPREF.CBL.
       01  NOTIFYPREF-RECORD.
           05 NP-KEY.
             10 NP-CUSTOMERID         PIC 9(09).
             10 NP-EVENT              PIC X(10).
      *    "Y" SUPPRESSES THIS EVENT ENTIRELY, REGARDLESS OF AMOUNT --
      *    THE "DON'T NOTIFY ME ABOUT INTEREST POSTINGS" CASE.
      *    AMOUNT IS BELOW THIS THRESHOLD -- THE "ONLY TELL ME ABOUT
      *    TRANSFERS OVER 500" CASE. ZERO MEANS NO THRESHOLD (ALWAYS
      *    NOTIFY IF NOT SUPPRESSED).
           05 NP-MIN-AMOUNT            PIC 9(10)V99.
