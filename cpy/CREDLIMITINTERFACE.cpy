      *> CALL INTERFACE FOR CREDLIMIT.cbl -- THE CUSTOMER-LEVEL
      *> UMBRELLA CREDIT LIMIT (files/creditlimits.dat, SEE
      *> CREDLIMITRECORD). A PROGRAM ABOUT TO GRANT MORE CREDIT ASKS
      *> CHECK FIRST; GETITEM RETURNS THE LIMIT AND WHAT IS USED OF
      *> IT. SAME CALLED-SUBPROGRAM SHAPE AS FEEWAIVERINTERFACE.
       01 CREDLIMIT-INTERFACE.
         05 CREDLIMIT-IN.
           10 I-CLM-OPERATION             PIC X(08).
             88 I-CLM-OP-GETITEM          VALUE "GETITEM ".
             88 I-CLM-OP-CHECK            VALUE "CHECK   ".
      *    THE CUSTOMER -- OR ZERO, AND THE OWNER OF I-CLM-ACCOUNTID
      *    IS LOOKED UP.
           10 I-CLM-CUSTOMERID            PIC 9(09).
      *    CHECK ONLY: WHAT IS BEING GRANTED.
      *      L  A NEW LOAN OF I-CLM-AMOUNT
      *      O  AN OVERDRAFT LIMIT OF I-CLM-AMOUNT ON I-CLM-ACCOUNTID
      *         (ZERO = AN ACCOUNT NOT OPENED YET), REPLACING THE
      *         ONE IT HAS
      *      C  A CARD LINE LIMIT OF I-CLM-AMOUNT FOR CARD
      *         I-CLM-CARDID ON I-CLM-ACCOUNTID, REPLACING THE ONE
      *         IT HAS
      *      N  A LINE OPENED FOR CARD I-CLM-CARDID ON
      *         I-CLM-ACCOUNTID WITH LIMIT I-CLM-AMOUNT -- A LINE
      *         ALREADY ON FILE FOR THE CARD KEEPS ITS OWN LIMIT (SEE
      *         CARDCREDIT OPEN)
           10 I-CLM-KIND                  PIC X(01).
             88 I-CLM-KIND-LOAN           VALUE "L".
             88 I-CLM-KIND-OVERDRAFT      VALUE "O".
             88 I-CLM-KIND-CARD-LIMIT     VALUE "C".
             88 I-CLM-KIND-CARD-OPEN      VALUE "N".
           10 I-CLM-ACCOUNTID             PIC 9(09).
      *    CHECK C / N ONLY.
           10 I-CLM-CARDID                PIC 9(05).
           10 I-CLM-AMOUNT                PIC 9(10)V99.
      *    CURRENCY OF I-CLM-AMOUNT FOR A LOAN OR A NEW ACCOUNT --
      *    AN EXISTING ACCOUNT'S OWN CURRENCY IS USED OTHERWISE.
           10 I-CLM-CURRENCY              PIC X(03).

         05 CREDLIMIT-STATUS              PIC X(02).
           88 CREDLIMIT-STATUS-OK         VALUE "00".
      *      NO SUCH ACCOUNT / CUSTOMER.
           88 CREDLIMIT-STATUS-NOT-FOUND  VALUE "90".
      *      CHECK: THE GRANT WOULD TAKE THE CUSTOMER OVER THE LIMIT.
           88 CREDLIMIT-STATUS-OVER-LIMIT VALUE "91".
           88 CREDLIMIT-STATUS-BAD-OP     VALUE "95".
           88 CREDLIMIT-STATUS-IO-ERR     VALUE "99".

         05 CREDLIMIT-OUT.
           10 O-CLM-CUSTOMERID            PIC 9(09).
      *    ALL AMOUNTS BELOW ARE IN O-CLM-CURRENCY (K-CLM-CURRENCY).
           10 O-CLM-CURRENCY              PIC X(03).
           10 O-CLM-LIMIT                 PIC 9(10)V99.
           10 O-CLM-LIMIT-SOURCE          PIC X(01).
             88 O-CLM-SOURCE-SCORED       VALUE "S".
             88 O-CLM-SOURCE-OVERRIDE     VALUE "O".
             88 O-CLM-SOURCE-DEFAULT      VALUE "D".
      *    OUTSTANDING AND UNDRAWN LOANS, OVERDRAFT LIMITS, CARD LINE
      *    LIMITS -- AS THEY STAND, BEFORE ANY CHECKED GRANT.
           10 O-CLM-LOAN-EXPOSURE         PIC 9(10)V99.
           10 O-CLM-OD-EXPOSURE           PIC 9(10)V99.
           10 O-CLM-CARD-EXPOSURE         PIC 9(10)V99.
           10 O-CLM-EXPOSURE              PIC 9(10)V99.
      *    CHECK: THE TOTAL WITH THE GRANT IN PLACE.
           10 O-CLM-PROPOSED-EXPOSURE     PIC 9(10)V99.
           10 O-CLM-AVAILABLE             PIC S9(10)V99.
           10 O-CLM-UTILIZATION-PCT       PIC 9(05)V99.
      *    "Y" WHEN AN OVERRIDE REQUEST IS WAITING FOR APPROVAL.
           10 O-CLM-REQUEST-PENDING       PIC X(01).
      *    "Y" WHEN AN AMOUNT HAD NO RATE INTO K-CLM-CURRENCY AND WAS
      *    COUNTED UNCONVERTED.
           10 O-CLM-FX-MISSING            PIC X(01).
