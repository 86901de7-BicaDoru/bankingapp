      *> RECORD LAYOUT FOR THE FLAT FEE WAIVER RULE CATALOG
      *> (files/data/feewaivers.dat), MAINTAINED BY WAIVERMAINT AND
      *> READ BY FEEWAIVER. A RULE LOOKS AT THE CUSTOMER WHO OWNS THE
      *> ACCOUNT BEING CHARGED, NOT AT THE ACCOUNT ALONE; WHEN IT
      *> HOLDS, WR-PERCENT OF THE FEE IS WAIVED (100 = THE WHOLE FEE).
      *> WHERE SEVERAL RULES HOLD FOR THE SAME FEE THE MOST GENEROUS
      *> ONE WINS -- THEY NEVER ADD UP.
       01  FEE-WAIVER-RULE.
           05 WR-RULE-ID               PIC 9(03).
      *    FEE SCHEDULE CODE THE RULE APPLIES TO (LOWBALFE, OVERDFEE,
      *    DRAFTFEE, WIREFEE -- SEE FEEMAINT), OR "ALL" FOR EVERY ONE.
           05 WR-FEE-CODE              PIC X(08).
             88 WR-FEE-ALL             VALUE "ALL     ".
           05 WR-BASIS                 PIC X(01).
      *      COMBINED DEPOSITS AT OR ABOVE WR-THRESHOLD: CREDIT
      *      BALANCES OF THE CUSTOMER'S OWN ACCOUNTS, THE ACCOUNTS THEY
      *      HOLD JOINTLY AND THEIR ACTIVE TERM DEPOSITS.
             88 WR-BASIS-DEPOSITS      VALUE "D".
      *      AN ACTIVE LOAN ON files/loans.dat.
             88 WR-BASIS-LOAN          VALUE "L".
      *      SALARY CREDITED THROUGH PAYROLL WITHIN
      *      K-WAIVER-SALARY-DAYS (SEE SALARYCREDITRECORD).
             88 WR-BASIS-SALARY        VALUE "S".
           05 WR-THRESHOLD             PIC 9(10)V99.
           05 WR-PERCENT               PIC 9(03).
      *    THE "WHY" PRINTED ON THE MONTHLY WAIVER REPORT.
           05 WR-DESCRIPTION           PIC X(30).
