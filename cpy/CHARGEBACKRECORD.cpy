      *> NOTES ABOUT: PROVISIONAL CREDIT POSTED ON OPEN, AN OUTBOUND
      *> CHARGEBACK SENT TO THE NETWORK, AND A FINAL RESOLUTION THAT
      *> EITHER KEEPS THE CREDIT OR CLAWS IT BACK. DEADLINES ARE
      *> AGED IN THE WORK QUEUE LIKE FRAUDMAINT'S. A DEBIT CARD'S
      *> DISPUTE IS CREDITED TO AND CLAWED BACK FROM ITS ACCOUNT; A
      *> CREDIT CARD'S GOES AGAINST ITS CREDIT LINE (CARDCREDIT).
       01  CHARGEBACK-RECORD.
           05 CB-KEY.
             10 CB-ID                  PIC 9(07).
           05 CB-CARD-ID               PIC 9(05).
      *    THE DISPUTED TRANSDB ROW AND THE ACCOUNT/AMOUNT CAPTURED
      *    FROM IT WHEN THE CASE OPENED. A CREDIT LINE CASE HAS NO
      *    TRANSDB ROW (ZERO) -- ITS AMOUNT COMES FROM THE LINE'S
      *    LEDGER AND THE ACCOUNT IS THE LINE'S LINKED ONE.
           05 CB-TRANS-ID              PIC 9(09).
           05 CB-ACCOUNT-ID            PIC 9(09).
           05 CB-AMOUNT                PIC 9(10)V99.
           05 CB-STATUS                PIC X(01).
      *      OPEN -- PROVISIONAL CREDIT POSTED, NOT YET SENT.
             88 CB-IS-OPEN             VALUE "O".
             88 CB-IS-FINAL-CREDIT     VALUE "F".
      *      LOST -- THE PROVISIONAL CREDIT WAS CLAWED BACK.
             88 CB-IS-CLAWED-BACK      VALUE "R".
           05 CB-OPENED-BY             PIC 9(09).
           05 CB-OPENED-TS             PIC X(22).
           05 CB-DEADLINE-DATE         PIC 9(08).
           05 CB-RESOLVED-TS           PIC X(22).
      *    WHERE THE DISPUTED PURCHASE WAS POSTED. ROWS WRITTEN BEFORE
      *    CREDIT LINES COULD BE DISPUTED HAVE SPACE HERE.
           05 CB-SOURCE                PIC X(01).
             88 CB-ON-ACCOUNT          VALUES "A" " ".
             88 CB-ON-CARD-LINE        VALUE "L".
      *    CREDIT LINE CASES ONLY -- THE PURCHASE'S CLEARING
      *    REFERENCE, THE CARD THAT MADE IT (THE ONE ITS LOYALTY
      *    POINTS WERE EARNED BY) AND ITS LEDGER SEQUENCE ON THE LINE.
           05 CB-LINE-REFERENCE        PIC X(20).
           05 CB-TXN-CARD-ID           PIC 9(05).
           05 CB-LINE-SEQ              PIC 9(05).
