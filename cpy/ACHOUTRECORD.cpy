      *>     CHARGEBACK CASE SENT TO THE CARD NETWORK (SEE
      *>     CHARGEBACK.F-SEND-CASE).
             88 ACHO-ORIGIN-CHARGEBACK VALUE "CB".
      *>     CAPTURED GARNISHMENT FUNDS REMITTED TO THE ISSUING
      *>     AUTHORITY (SEE ACHOUT.F-SEND-GARNISH-REMITTANCE).
             88 ACHO-ORIGIN-GARNISH    VALUE "GN".
      *>     MERCHANT DIRECT DEBIT COLLECTION -- A DEBIT INSTRUCTION
      *>     ON THE DEBTOR'S BANK, SO THE SOURCE IS THE DEBTOR'S IBAN
      *>     AND THE DESTINATION OUR MERCHANT'S (SEE
      *>     ACHOUT.F-SEND-DD-COLLECTION).
             88 ACHO-ORIGIN-DDEBIT     VALUE "DD".
      *>     ACCOUNT SWITCH CLOSING-BALANCE REQUEST TO THE OLD BANK --
      *>     SOURCE THE OLD ACCOUNT, DESTINATION OURS, ZERO AMOUNT
      *>     FOR "WHATEVER IT CLOSES WITH" (SEE
      *>     SWITCHRUN.F-REQUEST-CLOSING-BALANCE).
             88 ACHO-ORIGIN-SWITCH     VALUE "SW".
           05 ACHO-ORIGIN-ID           PIC 9(05).
           05 ACHO-REFERENCE           PIC X(20).
           05 ACHO-TIMESTAMP           PIC X(22).
      *> MANDATE REFERENCE AND SEQUENCE TYPE (FRST/RCUR/OOFF/FNAL)
      *> THE DEBTOR'S BANK CHECKS A DIRECT DEBIT AGAINST -- SPACES ON
      *> EVERY OTHER ORIGIN.
           05 ACHO-MANDATE-ID          PIC X(35).
           05 ACHO-SEQ-TYPE            PIC X(04).
