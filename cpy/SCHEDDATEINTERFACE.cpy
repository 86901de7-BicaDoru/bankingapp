      *> CALL INTERFACE FOR SCHEDDATE.cbl -- THE SHARED RECURRING-
      *> SCHEDULE DATE STEP. WORKS OUT THE NEXT FIRING DATE OF A
      *> STANDING ORDER OR LOAN INSTALLMENT FROM ITS CALENDAR RULE
      *> (SEE SCHEDRULERECORD), ROLLED TO A BUSINESS DAY THROUGH
      *> DATEROLL, SO STANDRUN, LOANRUN, ACHOUT, ACHBATCH, PAYCAL AND
      *> LIQFCST ALL STEP A SCHEDULE THE SAME WAY. SAME CALLED-
      *> SUBPROGRAM SHAPE AS DATEROLLINTERFACE.
       01 SCHEDDATE-INTERFACE.
         05 SCHEDDATE-IN.
           10 I-SD-OPERATION              PIC X(08).
      *      FIRST OCCURRENCE OF THE I-SD- RULE ON OR AFTER I-SD-DATE.
             88 I-SD-OP-FIRST             VALUE "FIRST   ".
      *      OCCURRENCE AFTER NOMINAL DATE I-SD-DATE UNDER THE I-SD-
      *      RULE. NO FILE I-O -- FOR PROJECTIONS.
             88 I-SD-OP-NEXT              VALUE "NEXT    ".
      *      STEP THE ENTITY'S SCHEDULE ONE OCCURRENCE AND SAVE IT.
      *      I-SD-DATE IS THE DATE IT HAS JUST FIRED ON; THE I-SD-
      *      RULE IS THE DEFAULT WHEN THE ENTITY HAS NO RULE ROW.
             88 I-SD-OP-ADVANCE           VALUE "ADVANCE ".
      *      THE ENTITY'S RULE -- OR, WITH STATUS 90, THE DEFAULT THE
      *      I-SD- FIELDS DESCRIBE, AS ADVANCE WOULD APPLY IT.
             88 I-SD-OP-GETITEM           VALUE "GETITEM ".
      *      STORE THE I-SD- RULE FOR THE ENTITY, I-SD-DATE BEING THE
      *      NOMINAL DATE OF ITS NEXT OCCURRENCE.
             88 I-SD-OP-PUT               VALUE "PUT     ".
      *      DROP THE ENTITY'S RULE ROW.
             88 I-SD-OP-DELETE            VALUE "DELETE  ".
           10 I-SD-ENTITY                 PIC X(02).
             88 I-SD-ENTITY-SO            VALUE "SO".
             88 I-SD-ENTITY-LOAN          VALUE "LN".
           10 I-SD-ENTITY-ID              PIC 9(09).
           10 I-SD-RULE                   PIC X(01).
             88 I-SD-RULE-DAYS            VALUE "D".
             88 I-SD-RULE-MONTH-DAY       VALUE "M".
             88 I-SD-RULE-LAST-BUS-DAY    VALUE "L".
      *    DAYS FOR RULE "D", MONTHS FOR "M"/"L".
           10 I-SD-INTERVAL               PIC 9(03).
      *    RULE "M" ONLY -- ZERO TAKES THE DAY OF I-SD-DATE.
           10 I-SD-DAY                    PIC 9(02).
           10 I-SD-DATE                   PIC 9(08).
         05 SCHEDDATE-STATUS              PIC X(02).
           88 SCHEDDATE-STATUS-OK         VALUE "00".
           88 SCHEDDATE-STATUS-NOT-FOUND  VALUE "90".
           88 SCHEDDATE-STATUS-BAD-RULE   VALUE "95".
           88 SCHEDDATE-STATUS-IO-ERR     VALUE "99".
         05 SCHEDDATE-OUT.
           10 O-SD-RULE                   PIC X(01).
           10 O-SD-INTERVAL               PIC 9(03).
           10 O-SD-DAY                    PIC 9(02).
      *    THE OCCURRENCE AS THE RULE STATES IT, AND THE BUSINESS DAY
      *    IT ACTUALLY FIRES ON.
           10 O-SD-NOMINAL-DATE           PIC 9(08).
           10 O-SD-DATE                   PIC 9(08).
