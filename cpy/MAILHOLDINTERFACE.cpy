      *> CALL INTERFACE FOR MAILHOLD.cbl -- THE RETURNED-MAIL HOLD ON
      *> PRINTED OUTPUT. A PROGRAM ABOUT TO WRITE A STATEMENT OR
      *> LETTER FOR A CUSTOMER CALLS ROUTE WITH THE PATH IT WOULD
      *> WRITE TO AND WRITES TO O-MH-PATH INSTEAD: THE SAME PATH
      *> NORMALLY, A HELD_ PATH (ALREADY ON THE HELD-MAIL REGISTER)
      *> WHILE THE CUSTOMER'S POST IS MARKED RETURNED. RELEASE
      *> (CONTACT VERIFY) RENAMES EVERY HELD DOCUMENT OF THE
      *> CUSTOMER BACK TO ITS ORDINARY NAME. SAME CALLED-SUBPROGRAM
      *> SHAPE AS ODPROTECTINTERFACE.
       01 MAILHOLD-INTERFACE.
         05 MAILHOLD-IN.
           10 I-MH-OPERATION              PIC X(08).
             88 I-MH-OP-ROUTE             VALUE "ROUTE   ".
             88 I-MH-OP-RELEASE           VALUE "RELEASE ".
           10 I-MH-CUSTID                 PIC 9(09).
      *    ROUTE ONLY: CALLING PROGRAM AND THE ORDINARY OUTPUT PATH.
           10 I-MH-PROGRAM                PIC X(20).
           10 I-MH-PATH                   PIC X(60).
      *    RELEASE ONLY: THE BANK USER WHO RE-VERIFIED THE ADDRESS.
           10 I-MH-ACTOR-BUSR-ID          PIC 9(09).

         05 MAILHOLD-STATUS               PIC X(02).
      *      ROUTE: DELIVER AS NORMAL. RELEASE: DONE.
           88 MAILHOLD-STATUS-OK          VALUE "00".
      *      ROUTE: CUSTOMER'S POST IS RETURNED -- OUTPUT HELD.
           88 MAILHOLD-STATUS-HELD        VALUE "90".
           88 MAILHOLD-STATUS-BAD-OP      VALUE "95".
           88 MAILHOLD-STATUS-IO-ERR      VALUE "99".

         05 MAILHOLD-OUT.
      *    ROUTE: THE PATH TO WRITE THE DOCUMENT TO.
           10 O-MH-PATH                   PIC X(60).
      *    RELEASE: HOW MANY HELD DOCUMENTS WERE RELEASED.
           10 O-MH-COUNT                  PIC 9(05).
