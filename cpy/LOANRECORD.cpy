      *> RUN.
       01  LOAN-RECORD.
           05 LN-ID                    PIC 9(05).
           05 LN-ACCOUNT-ID            PIC 9(09).
           05 LN-CUSTOMER-ID           PIC 9(09).
           05 LN-CURRENCY              PIC X(03).
           05 LN-PRINCIPAL             PIC 9(10)V99.
           05 LN-ANNUAL-RATE-PCT       PIC 9(03)V99.
           05 LN-TERM-MONTHS           PIC 9(03).
           05 LN-MONTHLY-PAYMENT       PIC 9(10)V99.
           05 LN-REMAINING-PRINCIPAL   PIC 9(10)V99.
           05 LN-NEXT-DUE-DATE         PIC 9(08).
           05 LN-STATUS                PIC X(01).
             88 LN-IS-ACTIVE           VALUE "Y".
      *    RESOLVES IT TO EITHER LN-IS-ACTIVE (WITH DISBURSEMENT) OR
      *    LN-IS-CANCELLED.
             88 LN-IS-HOLD             VALUE "H".
      *    WRITTEN OFF AFTER A SECOND-PERSON APPROVED CHARGE-OFF (SEE
      *    LOANCHGOFF) -- LN-REMAINING-PRINCIPAL HAS BEEN MOVED TO
      *    LOSS AND ZEROED, SO NO SCHEDULED COLLECTION RUNS AGAINST IT
      *    ANY MORE. MONEY COLLECTED LATER IS A RECOVERY, RECORDED ON
      *    files/loanwriteoff.dat (SEE LOANWRITEOFFRECORD).
             88 LN-IS-CHARGED-OFF      VALUE "C".
      *    OPTIONAL -- SET WHEN THE LOAN DISBURSES TO AN ACCOUNT AT
      *    ANOTHER BANK INSTEAD OF LN-ACCOUNT-ID DIRECTLY. LEFT SPACES
      *    FOR THE ORDINARY CASE. SEE LOANORD.F-DISBURSE-LOAN AND
             88 LN-DISBURSE-NA         VALUE " ".
             88 LN-DISBURSE-PENDING    VALUE "P".
             88 LN-DISBURSE-SENT       VALUE "S".
      *      RELEASED IN TRANCHES AND STILL IN DRAWDOWN (SEE
      *      LOANFACILITYRECORD) -- INTEREST-ONLY UNTIL THE FINAL
      *      TRANCHE OR THE DRAW DEADLINE, AND NEVER "PAID OFF" JUST
      *      BECAUSE NOTHING IS DRAWN YET.
             88 LN-DISBURSE-STAGED     VALUE "T".
