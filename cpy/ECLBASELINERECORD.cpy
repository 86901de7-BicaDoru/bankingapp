      *> RECORD LAYOUT FOR THE INDEXED PROVISION BASELINE FILE
      *> files/eclbaseline.dat, MAINTAINED BY LOANPROV. ONE ROW PER
      *> BRANCH AND LOAN PRODUCT HOLDING THE PROVISION THE LAST RUN
      *> ARRIVED AT, SO THE NEXT RUN CAN STATE THE PERIOD'S MOVEMENT
      *> -- THE SAME BASELINE SHAPE AS FXREVAL'S files/
      *> fxreval_baseline.dat.
       01  ECL-BASELINE-RECORD.
           05 EB-KEY.
             10 EB-BRANCH-ID           PIC 9(03).
             10 EB-PRODUCT             PIC X(10).
           05 EB-PROVISION             PIC 9(10)V99.
           05 EB-RUN-DATE              PIC 9(08).
