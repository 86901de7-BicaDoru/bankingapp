      *> RECORD LAYOUT FOR THE INDEXED CREDIT-LINE LEDGER
      *> (files/cardtxn.dat) -- EVERY AUTHORIZATION, PURCHASE,
      *> REPAYMENT, INTEREST CHARGE AND DISPUTE ADJUSTMENT AGAINST A
      *> CARD CREDIT LINE (SEE CARDCREDITRECORD). KEYED BY LINE (THE
      *> CARD IT IS KEPT UNDER), THEN A PER-LINE SEQUENCE, SO ONE
      *> LINE'S HISTORY READS BACK IN POSTING ORDER WITH A SINGLE
      *> START. A REISSUE MOVES THE ROWS ACROSS TO THE REPLACEMENT
      *> CARD'S LINE, SEQUENCES UNCHANGED.
      *> CARDBILL LISTS EVERY ROW NOT YET ON A STATEMENT AND STAMPS IT
      *> WITH THE STATEMENT DATE.
       01  CARD-TXN-RECORD.
           05 CT-KEY.
             10 CT-LINE-CARD-ID         PIC 9(05).
             10 CT-SEQ                  PIC 9(05).
      *    THE LINE'S LINKED REPAYMENT ACCOUNT WHEN THE ROW WAS WRITTEN.
           05 CT-ACCOUNT-ID             PIC 9(09).
      *    THE CARD THAT MADE THE MOVEMENT -- NOT ALWAYS THE LINE'S
      *    OWN (A CARD SINCE REISSUED, OR ONE POINTING AT THE LINE).
           05 CT-CARD-ID                PIC 9(05).
           05 CT-DATE                   PIC 9(08).
           05 CT-TYPE                   PIC X(01).
             88 CT-TYPE-AUTH            VALUE "A".
             88 CT-TYPE-PURCHASE        VALUE "P".
             88 CT-TYPE-REPAYMENT       VALUE "R".
             88 CT-TYPE-INTEREST        VALUE "I".
      *      A DISPUTED PURCHASE CREDITED BACK TO THE LINE, AND THAT
      *      CREDIT TAKEN BACK WHEN THE DISPUTE IS LOST (CHARGEBACK).
             88 CT-TYPE-CREDIT          VALUE "C".
             88 CT-TYPE-DEBIT           VALUE "D".
      *    AN AUTHORIZATION IS OPEN UNTIL CAPTURED OR RELEASED; EVERY
      *    OTHER TYPE IS POSTED THE MOMENT IT IS WRITTEN.
           05 CT-STATUS                 PIC X(01).
             88 CT-STATUS-OPEN          VALUE "O".
             88 CT-STATUS-CAPTURED      VALUE "C".
             88 CT-STATUS-RELEASED      VALUE "X".
             88 CT-STATUS-POSTED        VALUE "P".
           05 CT-AMOUNT                 PIC 9(10)V99.
      *    AUTHORIZATION ROWS ONLY -- yyyymmdd THE AUTHORIZATION
      *    LAPSES ON (CARDHOLDEXP RELEASES IT AFTER THIS).
           05 CT-EXPIRY                 PIC 9(08).
           05 CT-REFERENCE              PIC X(20).
      *    STATEMENT THIS ROW WAS BILLED ON -- ZERO UNTIL CARDBILL
      *    PICKS IT UP.
           05 CT-STMT-DATE              PIC 9(08).
