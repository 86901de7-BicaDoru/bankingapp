      *> RECORD LAYOUT FOR THE INDEXED DIRECT DEBIT COLLECTION
      *> REGISTER (files/ddcollections.dat), ONE ROW PER LINE TAKEN
      *> IN FROM A MERCHANT'S COLLECTION FILE (SEE DDCOLLINRECORD),
      *> KEYED BY A REGISTER ID. DDCOLLECT TAKES THE LINE IN OR
      *> REFUSES IT, ACHOUT SENDS THE DEBIT INSTRUCTION TO THE
      *> DEBTOR'S BANK ON THE DUE DATE, ACHRECON CREDITS THE
      *> MERCHANT WHEN THE NETWORK CONFIRMS SETTLEMENT AND REVERSES
      *> THAT CREDIT THROUGH REVERSAL ON A LATER RETURN. EVERY
      *> STATUS CHANGE IS REPORTED BACK TO THE MERCHANT BY THE NEXT
      *> DDCOLLECT RUN.
       01  DD-COLL-RECORD.
           05 DC-ID                   PIC 9(05).
           05 DC-CREDITOR-ACC         PIC 9(09).
           05 DC-CUSTOMER-ID          PIC 9(09).
           05 DC-CREDITOR-IBAN        PIC X(30).
           05 DC-MANDATE-ID           PIC X(35).
           05 DC-DEBTOR-IBAN          PIC X(30).
           05 DC-DEBTOR-NAME          PIC X(35).
           05 DC-AMOUNT               PIC 9(10)V99.
           05 DC-CURRENCY             PIC X(03).
           05 DC-DUE-DATE             PIC 9(08).
           05 DC-MERCHANT-REF         PIC X(20).
           05 DC-REMITTANCE           PIC X(40).
      *    SEQUENCE TYPE STAMPED FROM THE MANDATE AT INTAKE.
           05 DC-SEQ-TYPE             PIC X(04).
           05 DC-STATUS               PIC X(01).
      *      TAKEN IN, WAITING FOR ITS DUE DATE.
             88 DC-IS-ACCEPTED         VALUE "A".
      *      REFUSED AT INTAKE -- DC-REASON SAYS WHY.
             88 DC-IS-REFUSED          VALUE "F".
      *      DEBIT INSTRUCTION IN THE OUTBOUND ACH FILE.
             88 DC-IS-SENT             VALUE "S".
      *      SETTLED -- THE MERCHANT'S ACCOUNT IS CREDITED.
             88 DC-IS-SETTLED          VALUE "C".
      *      REFUSED BY THE DEBTOR'S BANK BEFORE SETTLEMENT.
             88 DC-IS-REJECTED         VALUE "J".
      *      RETURNED AFTER SETTLEMENT -- THE CREDIT IS REVERSED.
             88 DC-IS-RETURNED         VALUE "R".
      *    LAST STATUS REPORTED BACK TO THE MERCHANT. DIFFERENT FROM
      *    DC-STATUS MEANS THE CHANGE IS STILL TO BE REPORTED.
           05 DC-REPORTED-STATUS      PIC X(01).
           05 DC-REASON               PIC X(40).
      *    REFERENCE THE INSTRUCTION WENT OUT UNDER -- WHAT THE
      *    NETWORK QUOTES BACK ON THE CONFIRMATION.
           05 DC-ACH-REF              PIC X(20).
           05 DC-CREDIT-TRANS-ID      PIC 9(09).
           05 DC-RECEIVED-DATE        PIC 9(08).
           05 DC-SENT-DATE            PIC 9(08).
           05 DC-SETTLED-DATE         PIC 9(08).
           05 DC-RETURNED-DATE        PIC 9(08).
