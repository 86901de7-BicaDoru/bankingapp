      *> RECORD LAYOUT FOR THE INDEXED CURRENCY POCKET REGISTER
      *> (files/ccypockets.dat), ONE ROW PER FOREIGN-CURRENCY POCKET
      *> HELD UNDER AN ACCOUNT, KEYED ON ACCOUNT + CURRENCY. THE
      *> ACCOUNT'S OWN ACCDB BALANCE IN ITS OWN I-ACC-CURRENCY IS THE
      *> BASE POCKET AND IS NEVER STORED HERE -- THIS FILE HOLDS ONLY
      *> THE EXTRA CURRENCIES, SO ONE IBAN CAN CARRY EUR, USD AND GBP
      *> SIDE BY SIDE. EVERY MOVEMENT IS JOURNALLED ON
      *> files/pocketledger.dat (SEE POCKETLEDGERRECORD). READ AND
      *> WRITTEN THROUGH POCKET.cbl ONLY.
       01  POCKET-RECORD.
           05 PK-KEY.
             10 PK-ACCOUNT-ID          PIC 9(09).
             10 PK-CURRENCY            PIC X(03).
           05 PK-BALANCE               PIC S9(10)V99.
           05 PK-STATUS                PIC X(01).
             88 PK-IS-ACTIVE           VALUE "A".
             88 PK-IS-CLOSED           VALUE "C".
      *    "Y" -- A DEBIT THE POCKET CANNOT COVER IS TOPPED UP FROM
      *    THE BASE POCKET AT THE files/fxrates.dat RATE.
           05 PK-AUTO-FX               PIC X(01).
             88 PK-AUTO-FX-Y           VALUE "Y".
             88 PK-AUTO-FX-N           VALUE "N".
           05 PK-OPENED-DATE           PIC 9(08).
           05 PK-CLOSED-DATE           PIC 9(08).
           05 PK-LAST-MOVE-DATE        PIC 9(08).
      *    LAST PL-SEQ WRITTEN FOR THIS POCKET ON THE LEDGER.
           05 PK-LAST-SEQ              PIC 9(07).
           05 FILLER                   PIC X(20).
