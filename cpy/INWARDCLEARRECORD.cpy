      *> RECORD LAYOUT FOR THE FLAT INWARD CLEARING FILE READ BY
      *> CHECKINWARD. ONE LINE PER CHECK DRAWN ON ONE OF OUR
      *> ACCOUNTS AND PRESENTED TO US THROUGH THE CLEARING HOUSE BY
      *> THE BANK IT WAS DEPOSITED AT -- THE OTHER DIRECTION FROM
      *> CHECKDEP, WHERE A CHECK DRAWN ON ANOTHER BANK IS PAID IN.
       01  INWARD-CLEAR-RECORD.
           05 IC-ITEM-REF              PIC X(20).
           05 IC-IBAN                  PIC X(30).
           05 IC-SERIAL                PIC 9(07).
           05 IC-AMOUNT                PIC 9(08)V99.
           05 IC-CURRENCY              PIC X(03).
           05 IC-PRESENTING-BANK       PIC X(11).
           05 IC-PRESENT-DATE          PIC 9(08).
