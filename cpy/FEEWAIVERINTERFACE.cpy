      *> CALL INTERFACE FOR FEEWAIVER.cbl -- RELATIONSHIP-BASED FEE
      *> WAIVERS. A PROGRAM ABOUT TO CHARGE A FEE-SCHEDULE FEE ASKS
      *> HOW MUCH OF IT TO CHARGE; FEEWAIVER CHECKS THE OWNING
      *> CUSTOMER AGAINST THE RULES ON files/data/feewaivers.dat
      *> (SEE FEEWAIVERRULE) AND LOGS ANY WAIVER IT GRANTS. SAME
      *> CALLED-SUBPROGRAM SHAPE AS NOTICEINTERFACE.
       01 FEEWAIVER-INTERFACE.
         05 FEEWAIVER-IN.
           10 I-FWV-OPERATION             PIC X(08).
      *      WORK OUT THE WAIVER FOR THIS FEE AND LOG IT -- THE CALLER
      *      THEN CHARGES O-FWV-CHARGE-AMOUNT (NOTHING AT ALL IF ZERO).
             88 I-FWV-OP-APPLY            VALUE "APPLY   ".
           10 I-FWV-CUSTOMERID            PIC 9(09).
           10 I-FWV-ACCOUNTID             PIC 9(09).
      *    FEE SCHEDULE CODE OF THE FEE (LOWBALFE, OVERDFEE, ...).
           10 I-FWV-FEE-CODE              PIC X(08).
           10 I-FWV-FEE-AMOUNT            PIC 9(10)V99.

         05 FEEWAIVER-STATUS              PIC X(02).
           88 FEEWAIVER-STATUS-OK         VALUE "00".
           88 FEEWAIVER-STATUS-BAD-OP     VALUE "95".
           88 FEEWAIVER-STATUS-IO-ERR     VALUE "99".

         05 FEEWAIVER-OUT.
      *    WHAT TO CHARGE -- THE FULL FEE WHEN NO RULE HOLDS.
           10 O-FWV-CHARGE-AMOUNT         PIC 9(10)V99.
           10 O-FWV-WAIVED-AMOUNT         PIC 9(10)V99.
      *    ZERO WHEN NOTHING WAS WAIVED.
           10 O-FWV-RULE-ID               PIC 9(03).
           10 O-FWV-DESCRIPTION           PIC X(30).
