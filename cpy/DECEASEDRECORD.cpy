      *> ALLOWED), NOTIFY (NOTIFICATIONS SUPPRESSED) AND THE ESTATE
      *> RELEASE TOOL (SEE ESTATE.cbl).
       01  DECEASED-RECORD.
           05 DC-CUSTOMERID            PIC 9(09).
           05 DC-DATE-OF-DEATH         PIC 9(08).
           05 DC-STATUS                PIC X(01).
      *      MARKED DECEASED -- DEBITS FROZEN, ORDERS SUSPENDED,
      *      BALANCES PAID OUT TO THE NOMINATED IBAN.
             88 DC-IS-RELEASED         VALUE "R".
           05 DC-NOMINATED-IBAN        PIC X(30).
           05 DC-MARKED-BY             PIC 9(09).
           05 DC-REQUESTED-BY          PIC 9(09).
           05 DC-APPROVED-BY           PIC 9(09).
           05 DC-MARKED-TS             PIC X(22).
