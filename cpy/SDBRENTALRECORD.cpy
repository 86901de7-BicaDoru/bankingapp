      *> RECORD LAYOUT FOR THE INDEXED SAFE DEPOSIT BOX RENTAL FILE
      *> (files/sdbrentals.dat), ONE ROW PER AGREEMENT -- A BOX KEEPS
      *> ITS PAST AGREEMENTS UNDER EARLIER SEQUENCE NUMBERS. OPENED
      *> AND ENDED BY SDBOX; RENT BILLED BY SDBRENT; ENDED BY
      *> ESCHEATCHK WHEN THE BOX IS ORDERED DRILLED. THE CUSTOMERS ON
      *> THE AGREEMENT ARE ON SDBPARTYRECORD.
       01  SDB-RENTAL-RECORD.
           05 SR-KEY.
             10 SR-BRANCH-ID           PIC 9(03).
             10 SR-BOX-NO              PIC 9(05).
             10 SR-SEQ                 PIC 9(03).
      *    ACCOUNT THE ANNUAL RENT IS DEBITED FROM.
           05 SR-ACCOUNT-ID            PIC 9(09).
           05 SR-START-DATE            PIC 9(08).
      *    START OF THE NEXT RENTAL YEAR NOT YET PAID FOR -- SDBRENT
      *    BILLS THE AGREEMENT WHEN THIS IS NOT AFTER TODAY AND MOVES
      *    IT ON A YEAR ONCE THE RENT IS COLLECTED.
           05 SR-NEXT-DUE-DATE         PIC 9(08).
           05 SR-STATUS                PIC X(01).
             88 SR-IS-ACTIVE           VALUE "A".
             88 SR-IS-SURRENDERED      VALUE "S".
             88 SR-IS-DRILLED          VALUE "D".
           05 SR-LAST-PAID-DATE        PIC 9(08).
           05 SR-LAST-RENT-AMOUNT      PIC 9(10)V99.
      *    SET BY SDBRENT: RENT DUE AND NOT COLLECTED, OR NO LIVING
      *    CUSTOMER LEFT ON THE AGREEMENT. THE DATE IS WHEN THE BOX
      *    FIRST WENT ONTO THE EXCEPTION REPORT; ESCHEATCHK ORDERS THE
      *    BOX DRILLED ONCE IT HAS STAYED THERE LONG ENOUGH.
           05 SR-EXCEPTION             PIC X(01).
             88 SR-NO-EXCEPTION        VALUE " ".
             88 SR-EXC-UNPAID          VALUE "U".
             88 SR-EXC-ORPHANED        VALUE "O".
           05 SR-EXCEPTION-DATE        PIC 9(08).
           05 SR-OPENED-BY             PIC 9(09).
           05 SR-ENDED-DATE            PIC 9(08).
      *    ZERO WHEN ENDED BY ESCHEATCHK.
           05 SR-ENDED-BY              PIC 9(09).
           05 FILLER                   PIC X(10).
