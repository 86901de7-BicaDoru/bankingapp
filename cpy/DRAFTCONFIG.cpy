      *> SCHEDULE (files/data/feeschedule.dat) CARRIES NO EFFECTIVE
      *> "DRAFTFEE" ROW -- THE SAME CODE/FALLBACK SHAPE AS ACCBO'S
      *> ACTIVITY FEES.
         05 K-DRAFT-FEE               PIC 9(10)V99 VALUE 5.00.
      *> AN OUTSTANDING DRAFT OLDER THAN THIS MANY DAYS SHOWS ON THE
      *> STALE-DRAFT REPORT FOR ESCHEATMENT REVIEW (SEE ESCHEATCHK
      *> FOR THE ACCOUNT-SIDE EQUIVALENT).
