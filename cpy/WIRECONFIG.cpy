      *> FEEMAINT SCHEDULE (files/data/feeschedule.dat) CARRIES NO
      *> EFFECTIVE "WIREFEE " ROW -- THE SAME CODE/FALLBACK SHAPE AS
      *> THE DRAFT ISSUANCE FEE.
         05 K-WIRE-FEE                PIC 9(10)V99 VALUE 25.00.
      *>
      *> OUR CHARGE FOR RECEIVING AN INBOUND WIRE (SEE WIREIN), IN THE
      *> CREDITED ACCOUNT'S CURRENCY -- FEEMAINT SCHEDULE CODE
      *> "WIREIN  ", FALLING BACK TO THIS AMOUNT. TAKEN FROM THE
      *> CREDIT UNDER SHA AND BEN; UNDER OUR THE SENDER BEARS IT AND
      *> IT IS CLAIMED FROM THE CORRESPONDENT INSTEAD.
         05 K-WIRE-IN-FEE             PIC 9(10)V99 VALUE 15.00.
      *>
      *> LARGEST AMOUNT THE OUTBOUND WIRE MESSAGE CAN CARRY -- WO-AMOUNT
      *> AND WO-DEST-AMOUNT IN WIREOUTRECORD ARE FIXED AT EIGHT INTEGER
      *> DIGITS BY THE NETWORK FORMAT, NARROWER THAN OUR OWN AMOUNTS.
         05 K-WIRE-MAX-AMOUNT         PIC 9(10)V99 VALUE 99999999.99.
