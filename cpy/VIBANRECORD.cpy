      *> RECORD LAYOUT FOR THE INDEXED VIRTUAL IBAN REGISTER
      *> (files/vibans.dat), ONE ROW PER VIRTUAL IBAN EVER ISSUED,
      *> KEYED ON THE VIRTUAL IBAN ITSELF. A VIRTUAL IBAN IS A
      *> COLLECTION ADDRESS ONLY -- IT HOLDS NO BALANCE AND ROLLS UP
      *> TO ITS PARENT ACCOUNT (VI-ACCOUNT-ID), WHERE EVERY CREDIT
      *> SENT TO IT IS POSTED. IT IS GENERATED FROM THE SAME BANK
      *> CODE / BRANCH / SEQUENCE AND CHECK-DIGIT RULE AS A REAL
      *> ACCOUNT'S IBAN (SEE ACCBO.F-GENERATE-IBAN), SO THE TWO CAN
      *> NEVER COLLIDE. ISSUED AND CLOSED THROUGH THE DISPATCHER
      *> (OBJECT "VIBAN", SEE ACCBO); RESOLVED BY ACHBATCH.
       01  VIBAN-RECORD.
           05 VI-IBAN                  PIC X(30).
           05 VI-ACCOUNT-ID            PIC 9(09).
      *    WHAT THE VIRTUAL IBAN WAS HANDED OUT FOR -- ONE PAYER
      *    (CUSTOMER OF OUR CUSTOMER) OR ONE INVOICE.
           05 VI-TAG-TYPE              PIC X(01).
             88 VI-TAG-PAYER           VALUE "P".
             88 VI-TAG-INVOICE         VALUE "I".
             88 VI-TAG-VALID           VALUES "P" "I".
      *    THE PAYER'S NAME/NUMBER OR THE INVOICE NUMBER, AS THE
      *    CLIENT KNOWS IT IN THEIR OWN LEDGER.
           05 VI-TAG                   PIC X(35).
           05 VI-STATUS                PIC X(01).
             88 VI-IS-ACTIVE           VALUE "A".
      *      CLOSED -- CREDITS TO IT ARE NO LONGER PLACED ON THE
      *      PARENT AND GO TO SUSPENSE LIKE ANY UNKNOWN IBAN.
             88 VI-IS-CLOSED           VALUE "C".
           05 VI-CREATED-DATE          PIC 9(08).
           05 VI-CREATED-BY            PIC 9(09).
           05 VI-CLOSED-DATE           PIC 9(08).
           05 FILLER                   PIC X(20).
