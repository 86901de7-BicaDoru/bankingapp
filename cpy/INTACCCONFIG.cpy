      *> THE BANK'S OWN INTERNAL ACCOUNTS, SAME CONVENTION AS
      *> PAGINGCONFIG: COPY INTO A PROGRAM'S OWN 01 CONSTANTS GROUP.
      *>
      *> EACH IS AN ORDINARY ACCOUNT ROW FLAGGED PRODUCT_TYPE 'INT'
      *> (SEE I-ACC-PROD-INTERNAL IN ACCINTERFACE) WITH CUSTOMERID 0,
      *> ON A RESERVED ID AT THE TOP OF THE ID RANGE (999999901 AND
      *> UP -- FILECONV INTACCID MOVED THEM UP FROM THE 99901-99999
      *> BLOCK OF THE 5-DIGIT IDS). ACCDB NEVER RETURNS ONE UNLESS
      *> THE CALLER ASKS FOR INTERNAL ACCOUNTS BY NAME, SO NO
      *> CUSTOMER CHANNEL OR ACCOUNT-WALKING BATCH JOB CAN SEE OR
      *> POST TO THEM BY ACCIDENT.
      *>
      *> TRANSDB POSTS THE BALANCING LEG OF EVERY SYSTEM-GENERATED
      *> CUSTOMER POSTING TO ONE OF THESE (SEE TRANSDB.TRANS-POST-
      *> CONTRA) AND OPENS THE ROW ITSELF THE FIRST TIME IT IS USED.
      *> PURPOSE CODES:
      *>   FEEINC  FEE INCOME                (CONTRA TO A "FEE")
      *>   INTEXP  INTEREST EXPENSE          (CONTRA TO "INTEREST")
      *>   INTINC  DEBIT INTEREST INCOME     (CONTRA TO "DEBITINT")
      *>   TAXPAY  WITHHOLDING TAX PAYABLE   (CONTRA TO A "TAX")
      *>   LOYEXP  CARD LOYALTY EXPENSE      (NAMED BY LOYALTY WHEN
      *>           POINTS ARE REDEEMED FOR A CASH CREDIT)
      *>   ESCHT   ESCHEATMENT HOLDING       (NAMED BY ESCHEATCHK)
      *>   SUSPNS  ACH/WIRE SUSPENSE         (NAMED BY ACHREPAIR --
      *>           MUST MATCH K-ACH-SUSPENSE-ACCID IN SUSPENSECONFIG)
      *> THE FIVE INCOME/EXPENSE PURPOSES ARE KEPT PER CURRENCY
      *> (CURRENCYCONFIG) SO A USD FEE NEVER LANDS IN A EUR LEDGER.
      *> A NEW INTERNAL ACCOUNT IS A NEW ROW HERE AND A BUMP OF
      *> K-INTACC-COUNT.
         05 K-INTACC-PRODUCT-TYPE      PIC X(03) VALUE "INT".
         05 K-INTACC-COUNT             PIC 9(02) VALUE 17.
         05 K-INTACC-INIT.
           10 FILLER PIC X(06) VALUE "FEEINC".
           10 FILLER PIC X(03) VALUE "EUR".
           10 FILLER PIC 9(09) VALUE 999999901.
           10 FILLER PIC X(06) VALUE "FEEINC".
           10 FILLER PIC X(03) VALUE "USD".
           10 FILLER PIC 9(09) VALUE 999999902.
           10 FILLER PIC X(06) VALUE "FEEINC".
           10 FILLER PIC X(03) VALUE "GBP".
           10 FILLER PIC 9(09) VALUE 999999903.
           10 FILLER PIC X(06) VALUE "INTEXP".
           10 FILLER PIC X(03) VALUE "EUR".
           10 FILLER PIC 9(09) VALUE 999999911.
           10 FILLER PIC X(06) VALUE "INTEXP".
           10 FILLER PIC X(03) VALUE "USD".
           10 FILLER PIC 9(09) VALUE 999999912.
           10 FILLER PIC X(06) VALUE "INTEXP".
           10 FILLER PIC X(03) VALUE "GBP".
           10 FILLER PIC 9(09) VALUE 999999913.
           10 FILLER PIC X(06) VALUE "INTINC".
           10 FILLER PIC X(03) VALUE "EUR".
           10 FILLER PIC 9(09) VALUE 999999921.
           10 FILLER PIC X(06) VALUE "INTINC".
           10 FILLER PIC X(03) VALUE "USD".
           10 FILLER PIC 9(09) VALUE 999999922.
           10 FILLER PIC X(06) VALUE "INTINC".
           10 FILLER PIC X(03) VALUE "GBP".
           10 FILLER PIC 9(09) VALUE 999999923.
           10 FILLER PIC X(06) VALUE "TAXPAY".
           10 FILLER PIC X(03) VALUE "EUR".
           10 FILLER PIC 9(09) VALUE 999999931.
           10 FILLER PIC X(06) VALUE "TAXPAY".
           10 FILLER PIC X(03) VALUE "USD".
           10 FILLER PIC 9(09) VALUE 999999932.
           10 FILLER PIC X(06) VALUE "TAXPAY".
           10 FILLER PIC X(03) VALUE "GBP".
           10 FILLER PIC 9(09) VALUE 999999933.
           10 FILLER PIC X(06) VALUE "LOYEXP".
           10 FILLER PIC X(03) VALUE "EUR".
           10 FILLER PIC 9(09) VALUE 999999941.
           10 FILLER PIC X(06) VALUE "LOYEXP".
           10 FILLER PIC X(03) VALUE "USD".
           10 FILLER PIC 9(09) VALUE 999999942.
           10 FILLER PIC X(06) VALUE "LOYEXP".
           10 FILLER PIC X(03) VALUE "GBP".
           10 FILLER PIC 9(09) VALUE 999999943.
           10 FILLER PIC X(06) VALUE "ESCHT ".
           10 FILLER PIC X(03) VALUE "EUR".
           10 FILLER PIC 9(09) VALUE 999999998.
           10 FILLER PIC X(06) VALUE "SUSPNS".
           10 FILLER PIC X(03) VALUE "EUR".
           10 FILLER PIC 9(09) VALUE 999999999.
         05 K-INTACC-TABLE REDEFINES K-INTACC-INIT.
           10 K-INTACC-ELEM            OCCURS 17 TIMES.
             15 K-INTACC-PURPOSE       PIC X(06).
             15 K-INTACC-CURRENCY      PIC X(03).
             15 K-INTACC-ACCID         PIC 9(09).
