      *> RECORD LAYOUT FOR THE INDEXED CALENDAR-SCHEDULE SIDE FILE
      *> files/schedrules.dat -- ONE ROW PER STANDING ORDER OR LOAN
      *> THAT FIRES ON A CALENDAR RULE ("THE 15TH OF EVERY MONTH",
      *> "LAST BUSINESS DAY OF THE MONTH") INSTEAD OF A FIXED STRIDE
      *> OF DAYS. KEPT BESIDE standord.dat/loans.dat SO THEIR LAYOUTS
      *> ARE UNCHANGED (SAME APPROACH AS LOANVARRATERECORD). READ AND
      *> WRITTEN ONLY THROUGH SCHEDDATE.cbl (SEE SCHEDDATEINTERFACE).
      *> A STANDING ORDER WITH NO ROW KEEPS ITS SO-FREQUENCY-DAYS
      *> STRIDE; A LOAN WITH NO ROW IS GIVEN ONE (MONTHLY, ON THE DAY
      *> OF ITS CURRENT DUE DATE) THE FIRST TIME ITS DUE DATE MOVES.
       01  SCHED-RULE-RECORD.
           05 SR-KEY.
             10 SR-ENTITY              PIC X(02).
               88 SR-ENTITY-SO         VALUE "SO".
               88 SR-ENTITY-LOAN       VALUE "LN".
             10 SR-ENTITY-ID           PIC 9(09).
           05 SR-RULE                  PIC X(01).
      *      EVERY SR-INTERVAL DAYS.
             88 SR-RULE-DAYS           VALUE "D".
      *      EVERY SR-INTERVAL MONTHS ON DAY SR-DAY -- CLAMPED TO THE
      *      LAST DAY OF A SHORTER MONTH, SO 31 MEANS MONTH-END.
             88 SR-RULE-MONTH-DAY      VALUE "M".
      *      EVERY SR-INTERVAL MONTHS ON THE MONTH'S LAST BUSINESS
      *      DAY.
             88 SR-RULE-LAST-BUS-DAY   VALUE "L".
           05 SR-INTERVAL              PIC 9(03).
           05 SR-DAY                   PIC 9(02).
      *    THE NEXT OCCURRENCE AS THE RULE STATES IT, BEFORE ANY
      *    BUSINESS-DAY ROLL. THE NEXT STEP IS TAKEN FROM HERE, NOT
      *    FROM THE ROLLED DATE ON THE ORDER/LOAN, SO A ROLL NEVER
      *    CARRIES INTO LATER MONTHS.
           05 SR-NOMINAL-DATE          PIC 9(08).
