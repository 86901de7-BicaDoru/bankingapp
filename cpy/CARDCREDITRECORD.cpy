      *> RECORD LAYOUT FOR THE INDEXED CREDIT-LINE FILE
      *> (files/cardcredit.dat) MAINTAINED BY CARDCREDIT.cbl AND
      *> CYCLED MONTHLY BY CARDBILL.cbl. ONE REVOLVING LINE PER
      *> CREDIT CARD, KEYED BY THE CARD, EACH WITH ITS OWN LIMIT (A
      *> REISSUED REPLACEMENT CARD TAKES OVER ITS PREDECESSOR'S LINE
      *> AND BALANCE UNDER THE NEW CARD ID RATHER THAN STARTING AT
      *> ZERO -- SEE CARDCREDIT REISSUE). THE BALANCE LIVES HERE, NOT
      *> ON THE CURRENT ACCOUNT -- THE LINKED REPAYMENT ACCOUNT IS ONLY
      *> TOUCHED WHEN A REPAYMENT IS TAKEN FROM IT. THERE IS NO
      *> ALTERNATE KEY BY ACCOUNT; A PROGRAM AFTER EVERY LINE ON AN
      *> ACCOUNT (CREDLIMIT) BROWSES THE FILE.
       01  CARD-CREDIT-RECORD.
           05 CCL-CARD-ID               PIC 9(05).
      *    LINKED REPAYMENT ACCOUNT (THE CARD'S CARD-ACCOUNT-ID).
           05 CCL-ACCOUNT-ID            PIC 9(09).
           05 CCL-CREDIT-LIMIT          PIC 9(10)V99.
      *    AMOUNT OWED ON POSTED PURCHASES AND INTEREST, NET OF
      *    REPAYMENTS.
           05 CCL-BALANCE               PIC 9(10)V99.
      *    OPEN (UNCAPTURED) AUTHORIZATIONS -- COUNTED AGAINST THE
      *    LIMIT THE SAME WAY AN ACTIVE HOLD COUNTS AGAINST A DEBIT
      *    CARD'S ACCOUNT BALANCE.
           05 CCL-AUTH-TOTAL            PIC 9(10)V99.
      *    FIGURES FROM THE LAST STATEMENT CUT BY CARDBILL.
           05 CCL-LAST-STMT-DATE        PIC 9(08).
           05 CCL-STMT-BALANCE          PIC 9(10)V99.
           05 CCL-MIN-DUE               PIC 9(10)V99.
           05 CCL-DUE-DATE              PIC 9(08).
      *    REPAYMENTS RECEIVED SINCE THE LAST STATEMENT -- WHAT
      *    DECIDES WHETHER THE STATEMENT BALANCE WAS CLEARED IN FULL
      *    (NO INTEREST) OR PARTLY CARRIED OVER.
           05 CCL-PAID-SINCE-STMT       PIC 9(10)V99.
           05 CCL-NEXT-STMT-DATE        PIC 9(08).
      *    AUTO-PAY FROM CCL-ACCOUNT-ID ON THE DUE DATE.
           05 CCL-AUTOPAY               PIC X(01).
             88 CCL-AUTOPAY-NONE        VALUE "N".
             88 CCL-AUTOPAY-MINIMUM     VALUE "M".
             88 CCL-AUTOPAY-FULL        VALUE "F".
           05 CCL-AUTOPAY-TAKEN         PIC X(01).
             88 CCL-AUTOPAY-TAKEN-Y     VALUE "Y".
             88 CCL-AUTOPAY-TAKEN-N     VALUE "N".
      *    LAST LEDGER SEQUENCE USED FOR THIS LINE IN
      *    files/cardtxn.dat (SEE CARDTXNRECORD).
           05 CCL-LAST-SEQ              PIC 9(05).
           05 CCL-STATUS                PIC X(01).
             88 CCL-STATUS-ACTIVE       VALUE "A".
             88 CCL-STATUS-CLOSED       VALUE "C".
      *      THE CARD DRAWS ON ANOTHER CARD'S LINE -- THIS ROW IS
      *      ONLY A POINTER TO CCL-MOVED-TO (ALL AMOUNTS ZERO). LEFT
      *      BEHIND WHEN A LINE MOVES TO A REISSUED REPLACEMENT, SO
      *      THE OLD CARD, STILL ACTIVE UNTIL IT EXPIRES, KEEPS
      *      DRAWING ON THE SAME LINE; ALSO WRITTEN BY FILECONV
      *      CARDLINE FOR EVERY CARD THAT SHARED ITS ACCOUNT'S LINE
      *      BEFORE LINES WERE KEPT PER CARD.
             88 CCL-STATUS-MOVED        VALUE "M".
           05 CCL-MOVED-TO              PIC 9(05).
