      *> RECORD LAYOUT FOR THE INDEXED ACCOUNT SWITCH REGISTER
      *> (files/acctswitch.dat), ONE ROW PER CUSTOMER MOVING A
      *> CURRENT ACCOUNT TO US FROM ANOTHER BANK, KEYED BY A
      *> REGISTER ID. OPENED, IMPORTED, CONFIRMED AND CANCELLED BY
      *> ACCSWITCH; THE CLOSING-BALANCE REQUEST AND COMPLETION ARE
      *> NIGHTLY, BY SWITCHRUN.
       01  ACC-SWITCH-RECORD.
           05 SW-ID                    PIC 9(05).
           05 SW-CUSTOMER-ID           PIC 9(09).
      *    OUR ACCOUNT THE SWITCH LANDS ON.
           05 SW-ACCOUNT-ID            PIC 9(09).
           05 SW-NEW-IBAN              PIC X(30).
           05 SW-CURRENCY              PIC X(03).
           05 SW-OLD-BANK-BIC          PIC X(11).
           05 SW-OLD-BANK-NAME         PIC X(35).
           05 SW-OLD-IBAN              PIC X(30).
           05 SW-SWITCH-DATE           PIC 9(08).
           05 SW-STATUS                PIC X(01).
      *      OPENED -- WAITING FOR THE OLD BANK'S LISTS.
             88 SW-IS-REQUESTED        VALUE "R".
      *      LISTS IMPORTED -- ORDERS STAGED PENDING, FOR THE
      *      CUSTOMER TO CONFIRM.
             88 SW-IS-IMPORTED         VALUE "I".
      *      CONFIRMED -- ORDERS LIVE FROM THE SWITCH DATE, PAYER
      *      NOTICES PRODUCED.
             88 SW-IS-CONFIRMED        VALUE "C".
      *      SWITCH DATE REACHED -- CLOSING BALANCE REQUESTED FROM
      *      THE OLD BANK.
             88 SW-IS-BAL-REQUESTED    VALUE "B".
      *      CLOSING BALANCE RECEIVED -- SWITCH COMPLETE.
             88 SW-IS-DONE             VALUE "D".
             88 SW-IS-CANCELLED        VALUE "X".
             88 SW-IS-IN-PROGRESS      VALUES "R" "I" "C" "B".
           05 SW-REQUESTED-DATE        PIC 9(08).
           05 SW-REQUESTED-BY          PIC 9(09).
           05 SW-CONFIRMED-DATE        PIC 9(08).
           05 SW-CONFIRMED-BY          PIC 9(09).
      *    REFERENCE THE OLD BANK QUOTES ON THE CLOSING-BALANCE CREDIT
      *    -- HOW SWITCHRUN RECOGNISES IT ON ARRIVAL.
           05 SW-BAL-REF               PIC X(20).
           05 SW-BAL-REQUESTED-DATE    PIC 9(08).
           05 SW-BAL-AMOUNT            PIC 9(10)V99.
           05 SW-CLOSED-DATE           PIC 9(08).
      *    STANDING ORDERS STAGED ON standord.dat FROM THE OLD BANK'S
      *    LIST (PENDING UNTIL CONFIRMED, SEE STANDORDRECORD).
           05 SW-SO-COUNT              PIC 9(02).
           05 SW-SO-ID                 PIC 9(05) OCCURS 20 TIMES.
      *    RECURRING PAYERS INTO THE OLD ACCOUNT -- EACH GETS A
      *    REDIRECTION NOTICE ON CONFIRMATION.
           05 SW-PAYER-COUNT           PIC 9(02).
           05 SW-PAYER OCCURS 20 TIMES.
             10 SW-PAYER-NAME          PIC X(35).
             10 SW-PAYER-IBAN          PIC X(30).
             10 SW-PAYER-AMOUNT        PIC 9(10)V99.
             10 SW-PAYER-REFERENCE     PIC X(20).
