      *> RECORD LAYOUT FOR THE FLAT ATM TERMINAL JOURNAL READ BY
      *> ATMSETL (files/atm_journal.txt). ONE LINE PER CASH
      *> WITHDRAWAL AS THE TERMINAL RECORDED IT -- AJ-AMOUNT IS THE
      *> CASH THE DISPENSER ACTUALLY PAID OUT (ZERO ON A DISPENSE
      *> FAULT), AJ-REFERENCE THE PAYMENT REFERENCE THE SWITCH POSTED
      *> THE CUSTOMER'S WITHDRAWAL UNDER (SEE I-TRANS-PAYMENT-REF),
      *> WHICH IS WHAT THE SETTLEMENT MATCHES ON.
       01  ATM-JOURNAL-RECORD.
           05 AJ-ATM-ID                PIC 9(05).
           05 AJ-DATE                  PIC 9(08).
           05 AJ-TIME                  PIC 9(06).
           05 AJ-ACCOUNT-ID            PIC 9(09).
           05 AJ-AMOUNT                PIC 9(10)V99.
           05 AJ-REFERENCE             PIC X(20).
