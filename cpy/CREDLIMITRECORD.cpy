      *> RECORD LAYOUT FOR THE INDEXED CUSTOMER CREDIT-LIMIT FILE
      *> files/creditlimits.dat -- ONE UMBRELLA LIMIT PER CUSTOMER
      *> OVER EVERYTHING THE BANK LENDS THEM: LOANS, OVERDRAFT LIMITS
      *> AND CREDIT CARD LINES (SEE CREDLIMIT.cbl). LIMITMAINT SCORE
      *> SETS THE SCORED LIMIT FROM THE CREDIT-RISK SIGNALS; A MANUAL
      *> OVERRIDE IS REQUESTED BY ONE BANK USER AND ONLY TAKES EFFECT
      *> WHEN A SECOND ONE APPROVES IT. A CUSTOMER WITH NO ROW IS
      *> HELD TO K-CLM-UNSCORED-LIMIT (SEE CREDLIMITCONFIG).
       01  CREDIT-LIMIT-RECORD.
           05 CLM-CUSTOMER-ID           PIC 9(09).
      *    LAST SCORE -- POOR SIGNALS (0-3) AND THE LIMIT IT GIVES.
           05 CLM-SCORE-POOR-COUNT      PIC 9(01).
           05 CLM-SCORED-LIMIT          PIC 9(10)V99.
           05 CLM-SCORED-DATE           PIC 9(08).
      *    APPROVED OVERRIDE -- IN FORCE INSTEAD OF THE SCORED LIMIT
      *    WHILE CLM-OVERRIDE-ACTIVE-Y.
           05 CLM-OVERRIDE-ACTIVE       PIC X(01).
             88 CLM-OVERRIDE-ACTIVE-Y   VALUE "Y".
             88 CLM-OVERRIDE-ACTIVE-N   VALUE "N".
           05 CLM-OVERRIDE-LIMIT        PIC 9(10)V99.
      *    LAST OVERRIDE REQUEST AND WHAT BECAME OF IT. A PENDING
      *    REQUEST CHANGES NOTHING UNTIL IT IS APPROVED.
           05 CLM-REQUEST-STATUS        PIC X(01).
             88 CLM-REQUEST-NONE        VALUE " ".
             88 CLM-REQUEST-PENDING     VALUE "P".
             88 CLM-REQUEST-APPROVED    VALUE "A".
             88 CLM-REQUEST-REJECTED    VALUE "R".
           05 CLM-REQUEST-LIMIT         PIC 9(10)V99.
           05 CLM-REQUEST-REASON        PIC X(30).
           05 CLM-REQUESTED-BY          PIC 9(09).
           05 CLM-REQUESTED-DATE        PIC 9(08).
           05 CLM-DECIDED-BY            PIC 9(09).
           05 CLM-DECIDED-DATE          PIC 9(08).
