      *> RECORD LAYOUT FOR THE INDEXED GARNISHMENT REGISTER
      *> (files/garnish.dat), ONE ROW PER COURT OR TAX-AUTHORITY
      *> GARNISHMENT / LEVY ORDER SERVED ON THE BANK, KEYED BY A
      *> REGISTER ID. REGISTERED AND RELEASED BY GARNISH, CAPTURED
      *> NIGHTLY BY GARNRUN, REMITTED TO THE AUTHORITY BY ACHOUT
      *> (GN-REMIT-ACH) OR BY THE WIRE DESK (WIRE GARNISH, FOR
      *> GN-REMIT-WIRE). CAPTURED FUNDS HAVE ALREADY LEFT THE
      *> DEBTOR'S ACCOUNTS; GN-CAPTURED LESS GN-REMITTED IS WHAT THE
      *> BANK STILL OWES THE AUTHORITY ON THE ORDER.
       01  GARNISH-RECORD.
           05 GN-ID                    PIC 9(05).
      *    THE AUTHORITY'S OWN REFERENCE -- QUOTED ON EVERY CAPTURE
      *    AND REMITTANCE SO THE AUTHORITY CAN APPLY THE MONEY.
           05 GN-ORDER-REF             PIC X(20).
           05 GN-AUTHORITY-NAME        PIC X(35).
           05 GN-AUTHORITY-IBAN        PIC X(30).
      *    CORRESPONDENT BIC FOR A WIRE REMITTANCE, SPACES FOR ACH.
           05 GN-AUTHORITY-BIC         PIC X(11).
           05 GN-REMIT-CHANNEL         PIC X(01).
             88 GN-REMIT-ACH           VALUE "A".
             88 GN-REMIT-WIRE          VALUE "W".
           05 GN-CUSTOMER-ID           PIC 9(09).
           05 GN-CURRENCY              PIC X(03).
           05 GN-AMOUNT-ORDERED        PIC 9(10)V99.
      *    BALANCE LEFT TO THE DEBTOR ACROSS ALL ATTACHED ACCOUNTS
      *    TOGETHER -- ONLY WHAT STANDS ABOVE IT IS EVER CAPTURED.
           05 GN-PROTECTED-MIN         PIC 9(10)V99.
           05 GN-CAPTURED              PIC 9(10)V99.
           05 GN-REMITTED              PIC 9(10)V99.
           05 GN-STATUS                PIC X(01).
      *      ATTACHED -- CREDITS ARE CAPTURED AS THEY ARRIVE.
             88 GN-IS-ACTIVE           VALUE "A".
      *      ORDERED AMOUNT FULLY CAPTURED, REMITTANCE STILL OWED.
             88 GN-IS-SATISFIED        VALUE "S".
      *      SATISFIED AND FULLY REMITTED -- CLOSED AUTOMATICALLY.
             88 GN-IS-CLOSED           VALUE "C".
      *      LIFTED BY THE AUTHORITY BEFORE SATISFACTION. ANYTHING
      *      ALREADY CAPTURED IS STILL REMITTED.
             88 GN-IS-WITHDRAWN        VALUE "W".
           05 GN-RECEIVED-DATE         PIC 9(08).
           05 GN-CLOSED-DATE           PIC 9(08).
           05 GN-LAST-CAPTURE-DATE     PIC 9(08).
           05 GN-LAST-REMIT-DATE       PIC 9(08).
           05 GN-ENTERED-BY            PIC 9(09).
           05 GN-RELEASED-BY           PIC 9(09).
      *    EVERY ACCOUNT THE ORDER IS ATTACHED TO: THE DEBTOR'S OWN
      *    ACCOUNTS AND ANY ACCOUNT THE DEBTOR HOLDS JOINTLY (AN
      *    ACTIVE JOINTACCRECORD OWNER ROW). REFRESHED ON EVERY
      *    NIGHTLY RUN, SO AN ACCOUNT OPENED AFTER THE ORDER WAS
      *    SERVED IS PICKED UP TOO.
           05 GN-ACC-COUNT             PIC 9(02).
           05 GN-ACCOUNT OCCURS 20 TIMES.
             10 GN-ACC-ID              PIC 9(09).
             10 GN-ACC-HOLDING         PIC X(01).
               88 GN-ACC-OWN           VALUE "O".
               88 GN-ACC-JOINT         VALUE "J".
             10 GN-ACC-CAPTURED        PIC 9(10)V99.
